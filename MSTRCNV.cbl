      *    every record into the freshly defined cluster with the
      *    record ID as the key.
      *
      *    Records are carried byte for byte into the first 40
      *    bytes of the 60-byte cluster record; the rules version
      *    and office that MSTRUPD stamps in bytes 41-51 load as
      *    spaces and fill in as each record is next updated. The
      *    same load widens a cluster still holding 40-byte
      *    records - unload it, define the cluster again at 60
      *    bytes and load it back from the unload (the MSTRRLD
      *    job). A record whose key is out of sequence or already
      *    on the cluster ends the run RC=16: the old master is
      *    supposed to hold one record per ID in order, and a
      *    master that does not must be looked at before it
      *    becomes the system of record. Records read must equal
      *    records loaded or the run ends RC=8.
      *
      *    Run against an empty, freshly defined cluster - see the
      *    MSTRCNV and MSTRRLD jobs for the DEFINE. The nightly
      *    update step refuses to start until the cluster opens
      *    I-O.
      *
      *********************************

       FD MSTR-VS.
       01 MSTR-VS-RECORD.
          05 MV-ID               PIC X(5).
          05 FILLER              PIC X(55).

       WORKING-STORAGE SECTION.

