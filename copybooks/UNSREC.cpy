000100******************************************************************
000110* Copybook:  UNSREC
000120* Purpose:   Layout of one record on the UNSUBIN file the mail
000130*            platform returns with the addresses whose owners
000140*            clicked "unsubscribe" on a campaign message, and the
000150*            date they did it. Applied to CUSTCNS by UNSEMAIL.
000160* Modification History:
000170*   15/10/26  GERO   Original layout.
000180******************************************************************
000190 01  UNSUBSCRIBE-RECORD.
000200     05  UN-EMAIL-ADDRESS         PIC X(254).
000210     05  UN-UNSUB-DATE            PIC 9(008).
