       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZACNV.

      *    One-time FIZZRADT record conversion.  The rule audit
      *    record grew from 117 to 133 bytes when RA-SUBMITTED-BY
      *    and RA-APPROVED-BY were added, and the cataloged audit
      *    trail still holds the old short records that FIZZRMNT
      *    and FIZZRAPR append to.  This copies the old trail
      *    forward to the current layout with both user ids blank -
      *    no maker or checker was recorded for those entries - so
      *    the new file can be cataloged over the live DSN and every
      *    program sees one uniform record format.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZRADO ASSIGN TO "FIZZRADO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIZZRADN ASSIGN TO "FIZZRADN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIZZRADO.
           01  FIZZRADO-RECORD.
               05  RV-TIMESTAMP          PIC X(21).
               05  RV-TRANS-CODE         PIC X(01).
               05  RV-DIVISOR            PIC 9(3).
               05  RV-LABEL              PIC X(8).
               05  RV-EFF-DATE           PIC 9(8).
               05  RV-EXP-DATE           PIC 9(8).
               05  RV-STATUS             PIC X(8).
               05  RV-REASON             PIC X(60).
       FD  FIZZRADN.
           COPY FIZZRADT.

       WORKING-STORAGE SECTION.
           01 WS-OLD-EOF PIC X VALUE 'N'.
               88 END-OF-OLD VALUE 'Y'.
           01 WS-CNT-CONVERTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 2000-CONVERT
           PERFORM 9000-PRINT-TOTALS
           STOP RUN.

       2000-CONVERT.
           OPEN INPUT FIZZRADO
           OPEN OUTPUT FIZZRADN
           PERFORM UNTIL END-OF-OLD
             READ FIZZRADO
               AT END
                 SET END-OF-OLD TO TRUE
               NOT AT END
                 PERFORM 3000-COPY-FORWARD
             END-READ
           END-PERFORM
           CLOSE FIZZRADO
           CLOSE FIZZRADN.

       3000-COPY-FORWARD.
           MOVE RV-TIMESTAMP        TO RA-TIMESTAMP
           MOVE RV-TRANS-CODE       TO RA-TRANS-CODE
           MOVE RV-DIVISOR          TO RA-DIVISOR
           MOVE RV-LABEL            TO RA-LABEL
           MOVE RV-EFF-DATE         TO RA-EFF-DATE
           MOVE RV-EXP-DATE         TO RA-EXP-DATE
           MOVE RV-STATUS           TO RA-STATUS
           MOVE RV-REASON           TO RA-REASON
           MOVE SPACES              TO RA-SUBMITTED-BY
           MOVE SPACES              TO RA-APPROVED-BY
           WRITE FIZZRADT-RECORD
           ADD 1 TO WS-CNT-CONVERTED.

       9000-PRINT-TOTALS.
           DISPLAY '================================================'
           DISPLAY 'FIZZACNV CONVERSION TOTALS'
           DISPLAY '  RECORDS CONVERTED . . . . .  ' WS-CNT-CONVERTED
           DISPLAY '================================================'.
