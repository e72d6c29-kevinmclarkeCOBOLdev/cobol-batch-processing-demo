      * WHICH RUN A GIVEN DETAIL LINE CAME FROM. THE CYCLE NUMBER     *
      * AFTER THE DATE TELLS INTRA-DAY RUNS APART - RECORDS WRITTEN   *
      * BEFORE CYCLES EXISTED CARRY '01'.                             *
      * LENGTH: 132 BYTES                                             *
      ******************************************************************
       01  ARCHIVE-RECORD.
           05  ARCH-DATE                PIC X(10).
