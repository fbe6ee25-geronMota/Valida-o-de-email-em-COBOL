000190*            a cycle already applied is refused.
000200* Modification History:
000210*   04/09/26  GERO   Original layout.
000213*   15/10/26  GERO   Added AC-TOTAL-HELD, the details diverted
000216*                    to the fraud hold queue so far.
000220******************************************************************
000230 01  APPLY-CHECKPOINT-RECORD.
000240     05  AC-LAST-RECORD-NO        PIC 9(009).
000290     05  AC-TOTAL-SKIPPED         PIC 9(007).
000300     05  AC-TOTAL-FAILED          PIC 9(007).
000310     05  AC-LAST-CYCLE-DATE       PIC 9(008).
000320     05  AC-TOTAL-HELD            PIC 9(007).
