      *          audit records marked BACKOU so the reversal itself
      *          is on the trail. Level 2 sign-on required, same as
      *          the maintenance screen's update action.
      * Modification History:
      *   10/15/2026 SG - SCH-RANGE changes back out to the section's
      *                   previous credit range.
      * Tectonics: cobc
      ******************************************************************

               WHEN "CROSS-LIST-GROUP"
                   MOVE BK-OLD-VALUE(SCAN-IDX) (1:2) TO
                       CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
               WHEN "SCH-RANGE"
      *>            Old value is "m-M", or spaces for a section that
      *>            had no range.
                   MOVE BK-OLD-VALUE(SCAN-IDX) (1:1) TO
                       MIN-SCH OF STUDENT-RECORD-INDEXED
                   MOVE BK-OLD-VALUE(SCAN-IDX) (3:1) TO
                       MAX-SCH OF STUDENT-RECORD-INDEXED
               WHEN OTHER
                   DISPLAY "FIELD " BK-FIELD-NAME(SCAN-IDX)
                       " IS NOT BACKOUTABLE -- SKIPPED"
