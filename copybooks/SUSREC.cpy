000270*                    record tail: inserted mid-record they read
000272*                    every carryover SUSIN record shifted on
000274*                    the first post-cutover recycle.
000276*   15/10/26  GERO   Added SU-MARKETING-CONSENT at the tail, so a
000278*                    recycled record keeps the consent the
000280*                    capture system keyed with it.
000282******************************************************************
000280 01  SUSPENSE-RECORD.
000290     05  SU-CYCLE-COUNT           PIC 9(002).
000300     05  SU-CUSTOMER-ID           PIC 9(009).
000460     05  SU-RSN-DUP-EXTRACT       PIC X(001).
000470     05  SU-RSN-BLOCKED           PIC X(001).
000480     05  SU-RSN-BOUNCED           PIC X(001).
000490     05  SU-MARKETING-CONSENT     PIC X(001).
