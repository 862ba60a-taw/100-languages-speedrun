      *****************************************************
      *  FIZZPTBL.CPY                                     *
      *  Record layout for the FIZZPTBL partition table.  *
      *  One card per key partition of a split full-range *
      *  FIZZBUZZ sweep: the partition's own job id (its   *
      *  FIZZCKPT/FIZZAUDT/FIZZRCTL stream) and the slice  *
      *  of the FIZZPARM FP-START-N to FP-END-N range it    *
      *  classifies.  A FIZZBUZZ run whose job id is on     *
      *  the table sweeps only its slice; FIZZPMRG proves   *
      *  the slices cover the whole range exactly once and  *
      *  merges the partition extracts into FIZZOUT.        *
      *****************************************************
       01  FIZZPTBL-RECORD.
           05  PT-JOB-ID             PIC X(8).
           05  PT-START-N            PIC 9(7).
           05  PT-END-N              PIC 9(7).
