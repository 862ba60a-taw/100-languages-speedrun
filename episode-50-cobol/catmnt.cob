      *    the same transaction-driven pattern ITEMMNT applies
      *    to ITEMMSTR.  A delete is edit-checked only on its
      *    key; adds and changes must carry a category name so
      *    the reports never print a blank next to a code.  A
      *    delete is refused while any ITEMMSTR item still carries
      *    the code, so the master can never be left holding items
      *    in a category that no longer exists; the refusal is
      *    logged to CATAUDT like any other reject.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CATMSTR-FILE-STATUS.
           SELECT CATAUDT ASSIGN TO "CATAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMMSTR ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-NUMBER
               FILE STATUS IS WS-ITEMMSTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CATMSTR.
       FD  CATAUDT.
           COPY CATAUDT.
       FD  ITEMMSTR.
           COPY ITEMMSTR.

       WORKING-STORAGE SECTION.
           01 WS-CATMSTR-FILE-STATUS PIC XX.
           01 WS-ITEMMSTR-FILE-STATUS PIC XX.
           01 WS-ITEMMSTR-OPEN PIC X VALUE 'N'.
               88 ITEMMSTR-IS-OPEN VALUE 'Y'.
           01 WS-MASTER-EOF PIC X VALUE 'N'.
               88 END-OF-MASTER VALUE 'Y'.
           01 WS-CAT-IN-USE PIC X VALUE 'N'.
               88 CATEGORY-IN-USE VALUE 'Y'.
           01 WS-BROWSE-STATE PIC X VALUE 'N'.
               88 BROWSE-FAILED VALUE 'Y'.
           01 WS-TRAN-EOF PIC X VALUE 'N'.
               88 END-OF-TRAN VALUE 'Y'.
           01 WS-TRAN-VALID PIC X VALUE 'Y'.
           01 WS-CNT-CHANGES PIC 9(7) VALUE ZERO.
           01 WS-CNT-DELETES PIC 9(7) VALUE ZERO.
           01 WS-CNT-REJECTED PIC 9(7) VALUE ZERO.
           01 WS-CNT-IN-USE PIC 9(7) VALUE ZERO.
           01 WS-CNT-TOTAL PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT ITEMMSTR
           EVALUATE WS-ITEMMSTR-FILE-STATUS
             WHEN '00'
               SET ITEMMSTR-IS-OPEN TO TRUE
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'CATMNT: ITEMMSTR OPEN FAILED - FILE STATUS '
                   WS-ITEMMSTR-FILE-STATUS ' - ABORTING'
               CLOSE CATTRAN
               CLOSE CATMSTR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           OPEN EXTEND CATAUDT.

       2000-PROCESS-TRANSACTIONS.
               END-REWRITE
           END-READ.

      *    A category still carried by an item stays on file -
      *    deleting it would orphan the item, and every report
      *    downstream would print it as a phantom.  The reason
      *    names the first item found so the owner knows where
      *    to start reassigning.
       3300-DELETE-CATEGORY.
           PERFORM 3350-CHECK-CATEGORY-IN-USE
           IF CATEGORY-IN-USE OR BROWSE-FAILED
             ADD 1 TO WS-CNT-REJECTED
             IF CATEGORY-IN-USE
               ADD 1 TO WS-CNT-IN-USE
             END-IF
             PERFORM 3920-LOG-EDIT-REJECT
           ELSE
             MOVE CA-CATEGORY-CODE TO CT-CATEGORY-CODE
             DELETE CATMSTR RECORD
               INVALID KEY
                 ADD 1 TO WS-CNT-REJECTED
                 PERFORM 3910-LOG-REJECTED
               NOT INVALID KEY
                 ADD 1 TO WS-CNT-DELETES
                 PERFORM 3900-LOG-APPLIED
             END-DELETE
           END-IF.

      *    ITEMMSTR is keyed on item number, not category, so the
      *    check is a browse of the whole master from the top,
      *    stopping at the first item that carries the code.
      *    Category deletes are rare enough that the pass per
      *    delete costs nothing worth an alternate index.  A
      *    browse that fails partway proves nothing, so it refuses
      *    the delete rather than passing it as not in use.
       3350-CHECK-CATEGORY-IN-USE.
           MOVE 'N' TO WS-CAT-IN-USE
           MOVE 'N' TO WS-BROWSE-STATE
           MOVE SPACES TO WS-EDIT-REASON
           IF ITEMMSTR-IS-OPEN
             MOVE 'N' TO WS-MASTER-EOF
             MOVE ZERO TO IM-ITEM-NUMBER
             START ITEMMSTR KEY NOT LESS THAN IM-ITEM-NUMBER
               INVALID KEY
                 SET END-OF-MASTER TO TRUE
             END-START
             IF WS-ITEMMSTR-FILE-STATUS NOT = '00'
                     AND WS-ITEMMSTR-FILE-STATUS NOT = '23'
               PERFORM 3360-BROWSE-FAILED
             END-IF
             PERFORM UNTIL END-OF-MASTER OR CATEGORY-IN-USE
                     OR BROWSE-FAILED
               READ ITEMMSTR NEXT RECORD
                 AT END
                   SET END-OF-MASTER TO TRUE
                 NOT AT END
                   IF IM-ITEM-CATEGORY = CA-CATEGORY-CODE
                     SET CATEGORY-IN-USE TO TRUE
                     STRING 'CATEGORY STILL IN USE BY ITEM '
                         IM-ITEM-NUMBER
                         DELIMITED BY SIZE INTO WS-EDIT-REASON
                   END-IF
               END-READ
               IF WS-ITEMMSTR-FILE-STATUS NOT = '00'
                       AND WS-ITEMMSTR-FILE-STATUS NOT = '02'
                       AND WS-ITEMMSTR-FILE-STATUS NOT = '10'
                 PERFORM 3360-BROWSE-FAILED
               END-IF
             END-PERFORM
           END-IF.

       3360-BROWSE-FAILED.
           SET BROWSE-FAILED TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           STRING 'ITEMMSTR BROWSE FAILED - STATUS '
               WS-ITEMMSTR-FILE-STATUS
               DELIMITED BY SIZE INTO WS-EDIT-REASON
           DISPLAY 'CATMNT: ITEMMSTR BROWSE FAILED - FILE STATUS '
               WS-ITEMMSTR-FILE-STATUS ' - DELETE OF '
               CA-CATEGORY-CODE ' REFUSED'.

       3400-REJECT-INVALID-CODE.
           ADD 1 TO WS-CNT-REJECTED
           CLOSE CATTRAN
           CLOSE CATMSTR
           CLOSE CATAUDT
           IF ITEMMSTR-IS-OPEN
             CLOSE ITEMMSTR
           END-IF
           DISPLAY '================================================'
           DISPLAY 'CATMNT CONTROL TOTALS'
           DISPLAY '  ADDS APPLIED . . . . . . . . ' WS-CNT-ADDS
           DISPLAY '  CHANGES APPLIED . . . . . .  ' WS-CNT-CHANGES
           DISPLAY '  DELETES APPLIED . . . . . .  ' WS-CNT-DELETES
           DISPLAY '  TRANSACTIONS REJECTED . . .  ' WS-CNT-REJECTED
           DISPLAY '    DELETES REFUSED IN USE . . ' WS-CNT-IN-USE
           DISPLAY '  TOTAL TRANSACTIONS READ . .  ' WS-CNT-TOTAL
           DISPLAY '================================================'.
