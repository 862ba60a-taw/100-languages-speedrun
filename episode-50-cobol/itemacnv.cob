       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMACNV.

      *    One-time ITEMAUDT record conversion.  The audit record
      *    grew from 77 to 93 bytes when IA-SUBMITTED-BY and
      *    IA-APPROVED-BY were added, and the cataloged audit trail
      *    still holds the old short records that every maintenance
      *    run appends to and ITEMHIST reads.  This copies the old
      *    trail forward to the current layout with both user ids
      *    blank - no maker or checker was recorded for those
      *    entries - so the new file can be cataloged over the live
      *    DSN and every program sees one uniform record format.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMAUDO ASSIGN TO "ITEMAUDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMAUDN ASSIGN TO "ITEMAUDN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMAUDO.
           01  ITEMAUDO-RECORD.
               05  IV-TIMESTAMP          PIC X(21).
               05  IV-TRANS-CODE         PIC X(01).
               05  IV-ITEM-NUMBER        PIC 9(7).
               05  IV-STATUS             PIC X(8).
               05  IV-REASON             PIC X(40).
       FD  ITEMAUDN.
           COPY ITEMAUDT.

       WORKING-STORAGE SECTION.
           01 WS-OLD-EOF PIC X VALUE 'N'.
               88 END-OF-OLD VALUE 'Y'.
           01 WS-CNT-CONVERTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 2000-CONVERT
           PERFORM 9000-PRINT-TOTALS
           STOP RUN.

       2000-CONVERT.
           OPEN INPUT ITEMAUDO
           OPEN OUTPUT ITEMAUDN
           PERFORM UNTIL END-OF-OLD
             READ ITEMAUDO
               AT END
                 SET END-OF-OLD TO TRUE
               NOT AT END
                 PERFORM 3000-COPY-FORWARD
             END-READ
           END-PERFORM
           CLOSE ITEMAUDO
           CLOSE ITEMAUDN.

       3000-COPY-FORWARD.
           MOVE IV-TIMESTAMP        TO IA-TIMESTAMP
           MOVE IV-TRANS-CODE       TO IA-TRANS-CODE
           MOVE IV-ITEM-NUMBER      TO IA-ITEM-NUMBER
           MOVE IV-STATUS           TO IA-STATUS
           MOVE IV-REASON           TO IA-REASON
           MOVE SPACES              TO IA-SUBMITTED-BY
           MOVE SPACES              TO IA-APPROVED-BY
           WRITE ITEMAUDT-RECORD
           ADD 1 TO WS-CNT-CONVERTED.

       9000-PRINT-TOTALS.
           DISPLAY '================================================'
           DISPLAY 'ITEMACNV CONVERSION TOTALS'
           DISPLAY '  RECORDS CONVERTED . . . . .  ' WS-CNT-CONVERTED
           DISPLAY '================================================'.
