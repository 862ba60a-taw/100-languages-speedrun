      *****************************************************
      *  ITEMRPRM.CPY                                     *
      *  Record layout for the ITEMRPRM parameter card     *
      *  read by ITEMRCVR.  One record names the recovery  *
      *  wanted and the backup it starts from:              *
      *    F  roll forward - restore the backup, then apply *
      *       the journal through RP-TARGET-STAMP            *
      *    B  back out     - restore the backup, roll the   *
      *       whole journal forward, then undo every update *
      *       the run named in RP-RUN-STAMP made, newest     *
      *       first                                          *
      *  RP-BACKUP-STAMP is when the backup was taken -     *
      *  journal records at or before it are already in the *
      *  backup and are not re-applied.  All stamps are     *
      *  CCYYMMDDHHMMSShh, the first 16 characters of a     *
      *  FUNCTION CURRENT-DATE timestamp.                   *
      *****************************************************
       01  ITEMRPRM-RECORD.
           05  RP-MODE               PIC X(01).
               88  RP-ROLL-FORWARD   VALUE 'F'.
               88  RP-BACKOUT        VALUE 'B'.
           05  RP-BACKUP-STAMP       PIC X(16).
           05  RP-TARGET-STAMP       PIC X(16).
           05  RP-RUN-STAMP          PIC X(16).
