000194*                    shifted the customer id, source system,
000195*                    entry stamps and suggest-domain of every
000196*                    record on a pre-change AUDLOG generation.
000198*   15/10/26  GERO   Added AU-WRITTEN-OFF at the tail - the
000200*                    rejected attempt was a recycled suspense
000202*                    record that aged out onto the write-off
000204*                    report instead of recycling again.
000206******************************************************************
000198 01  AUDIT-RECORD.
000199     05  AU-RUN-DATE              PIC 9(008).
000200     05  AU-RUN-TIME              PIC 9(008).
000580         88  AU-RSN-BLOCKED-YES       VALUE "Y".
000590     05  AU-RSN-BOUNCED           PIC X(001).
000600         88  AU-RSN-BOUNCED-YES       VALUE "Y".
000610     05  AU-WRITTEN-OFF           PIC X(001).
000620         88  AU-WRITTEN-OFF-YES       VALUE "Y".
