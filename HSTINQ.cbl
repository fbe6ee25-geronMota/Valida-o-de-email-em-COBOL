000210*
000220* Modification History:
000230*   05/09/26  GERO  Original version.
000232*   15/10/26  GERO  An LGPD erasure record (action E, written
000234*                   by ERAEMAIL) lists as EXCL-LGPD, with the
000236*                   masked address in its ANTES column.
000238*   15/10/26  GERO  A cross-reference repair record (action X,
000240*                   written by RCNEMAIL) lists as REPARO-XRF.
000242*   15/10/26  GERO  Customer-merge records (MRGEMAIL) list as
000244*                   FUSAO (master record moved) and FUSAO-XRF
000246*                   (cross-reference entry moved).
000248*   15/10/26  GERO  A BCKEMAIL estorno record (action B) lists
000250*                   as ESTORNO.
000252*   15/10/26  GERO  Merge records for a consent (action C) and a
000254*                   held change (action H) list as FUSAO-CNS and
000256*                   FUSAO-RET; they carry no address.
000258******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. HSTINQ.
000270 AUTHOR. JEFEFRSON MOTA (GERO).
001400     IF HS-ACTION-ADD
001410         MOVE "INCLUSAO" TO WS-ACTION-TEXT
001420     ELSE
001421         IF HS-ACTION-ERASE
001422             MOVE "EXCL-LGPD" TO WS-ACTION-TEXT
001423         ELSE
001424             IF HS-ACTION-XREF-FIX
001425                 MOVE "REPARO-XRF" TO WS-ACTION-TEXT
001426             ELSE
001427                 MOVE "ALTERACAO" TO WS-ACTION-TEXT
001428             END-IF
001429         END-IF
001430     END-IF
001431     IF HS-ACTION-MERGE
001432         MOVE "FUSAO" TO WS-ACTION-TEXT
001433     END-IF
001434     IF HS-ACTION-MERGE-XREF
001435         MOVE "FUSAO-XRF" TO WS-ACTION-TEXT
001436     END-IF
001437     IF HS-ACTION-MERGE-CONSENT
001438         MOVE "FUSAO-CNS" TO WS-ACTION-TEXT
001439     END-IF
001440     IF HS-ACTION-MERGE-HOLD
001441         MOVE "FUSAO-RET" TO WS-ACTION-TEXT
001442     END-IF
001443     IF HS-ACTION-BACKOUT
001444         MOVE "ESTORNO" TO WS-ACTION-TEXT
001440     END-IF
001450     MOVE SPACES TO WS-LIST-LINE
001460     STRING HS-CYCLE-DATE DELIMITED BY SIZE
