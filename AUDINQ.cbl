000200*
000210* Modification History:
000220*   29/08/26  GERO  Original version.
000222*   15/10/26  GERO  Each generation's seal is checked through
000225*                   AUDSELO before it is searched; a broken or
000227*                   missing seal is warned on screen (RC 4).
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AUDINQ.
000750 77  WS-ANSWER                     PIC X(001) VALUE SPACE.
000760 77  WS-LIST-LINE                  PIC X(132) VALUE SPACES.

000762* Seal check of each generation before it is searched - the
000764* audit-seal module's parameter area and the warnings raised.
000766     COPY SELPARM.
000768 77  WS-SEAL-WARNINGS              PIC 9(05) VALUE ZERO.

000770* File status codes, one per SELECT above.
000780 77  WS-AUDGEN-STATUS              PIC X(02) VALUE SPACES.
000790 77  WS-AUDIT-IN-STATUS            PIC X(02) VALUE SPACES.
001830         AG-GEN-DATE DELIMITED BY SIZE
001840         INTO WS-AUDIT-FILE-NAME
001850     END-STRING
001855     PERFORM 2250-CHECK-SEAL THRU 2250-EXIT
001860     MOVE "N" TO WS-AUDIT-EOF-SW
001870     OPEN INPUT AUDIT-IN
001880     IF WS-AUDIT-IN-STATUS NOT = "00"
001990 2200-EXIT.
002000     EXIT.

002001******************************************************************
002002* 2250-CHECK-SEAL
002003* Recomputes the generation's seal before it is listed from. A
002004* broken or missing seal does not stop the search - the operator
002005* still needs to see what the file holds - but it is warned on
002006* screen, since what is listed may not be what was recorded.
002007******************************************************************
002008 2250-CHECK-SEAL.
002009     MOVE "V" TO SA-FUNCTION
002010     MOVE AG-GEN-DATE TO SA-GEN-DATE
002011     MOVE "AUDINQ" TO SA-PROGRAM-ID
002012     CALL "AUDSELO" USING SEAL-PARM
002013     IF SA-BROKEN OR SA-UNSEALED OR SA-FILE-ERROR
002014         DISPLAY "AVISO: " WS-AUDIT-FILE-NAME " - "
002015             SA-VERDICT-TEXT
002016         ADD 1 TO WS-SEAL-WARNINGS
002017     END-IF.

002018 2250-EXIT.
002019     EXIT.

002010 2300-READ-AUDIT-RECORD.
002020     READ AUDIT-IN
002030         AT END
002780******************************************************************
002790* 9000-TERMINATE
002800* Totals and return code: 0 listed (even zero matches), 8 a
002806* file error stopped the search, 4 listed but some generation
002813* searched failed its seal check.
002820******************************************************************
002830 9000-TERMINATE.
002840     IF WS-FILE-ERROR
002850         MOVE 8 TO RETURN-CODE
002860     ELSE
002863         IF WS-SEAL-WARNINGS > 0
002866             MOVE 4 TO RETURN-CODE
002870         ELSE
002873             MOVE 0 TO RETURN-CODE
002876         END-IF
002880     END-IF
002890     DISPLAY "==============================================="
002900     DISPLAY "AUDINQ - TENTATIVAS LISTADAS: " WS-MATCH-COUNT
002905     DISPLAY "GERACOES COM AVISO DE SELO: " WS-SEAL-WARNINGS
002910     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

002920 9000-EXIT.
