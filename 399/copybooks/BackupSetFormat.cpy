      ******************************************************************
      * Copybook: BackupSetFormat
      * Purpose: Shared layout for Backups/BackupSets.txt, the index
      *          of dated backup sets -- one row appended by
      *          BACKUP-SET when a set is complete and proved, with
      *          the count of files copied and not on file. Rows
      *          are in date order; BACKUP-SET drops the oldest past
      *          the generations it keeps, and RESTORE-SET restores
      *          only from a set listed here. COPY'd into BACKUP-SET
      *          and RESTORE-SET.
      ******************************************************************
       01 BACKUP-SET-RECORD.
           03 BK-SET-DATE              PIC 9(8).
           03 FILLER                   PIC X(1).
           03 BK-COPIED-COUNT          PIC 9(3).
           03 FILLER                   PIC X(1).
           03 BK-MISSING-COUNT         PIC 9(3).
