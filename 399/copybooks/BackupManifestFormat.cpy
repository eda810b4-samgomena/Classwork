      ******************************************************************
      * Copybook: BackupManifestFormat
      * Purpose: Shared manifest-row layout for the Manifest.txt in
      *          each dated backup set (Backups/SETyyyymmdd) -- one
      *          row per master or control file BACKUP-SET copies:
      *          the file name, the layout MASTER-CHECK-TOTAL reads
      *          it with, whether it was copied (C), not on file
      *          (M), unreadable (U), failed to copy (F) or copied
      *          but did not prove (X), and its live record count
      *          and check total. RESTORE-SET proves every restored
      *          file against these. COPY'd into BACKUP-SET and
      *          RESTORE-SET.
      ******************************************************************
       01 MANIFEST-RECORD.
           03 BM-FILE-NAME             PIC X(24).
           03 FILLER                   PIC X(1).
           03 BM-LAYOUT                PIC X(16).
           03 FILLER                   PIC X(1).
           03 BM-STATUS                PIC X(1).
               88 BM-COPIED            VALUE "C".
               88 BM-NOT-ON-FILE       VALUE "M".
               88 BM-UNREADABLE        VALUE "U".
               88 BM-COPY-FAILED       VALUE "F".
               88 BM-COPY-MISMATCH     VALUE "X".
           03 FILLER                   PIC X(1).
           03 BM-RECORD-COUNT          PIC 9(9).
           03 FILLER                   PIC X(1).
           03 BM-CHECK-TOTAL           PIC 9(15).
