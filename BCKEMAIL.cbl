000200*           NAO E TOCADO - SAI COMO DIVERGENTE NO RELATORIO
000210*           BCKRPT PARA DECISAO HUMANA. O CICLO A ESTORNAR VEM
000220*           NA LINHA DE COMANDO (AAAAMMDD).
000222*           COM UM SEGUNDO PARAMETRO (CLIENTE INCORPORADO) DESFAZ
000225*           SO A FUSAO DAQUELE CLIENTE NAQUELA DATA (MRGEMAIL),
000227*           INCLUSIVE CONSENTIMENTOS CUSTCNS E RETENCOES CUSTHLD.
000230* Tectonics: cobc
000240*
000250* Modification History:
000266*                   BCKRPT for a human decision - the history
000267*                   carries no cross-reference before-images,
000268*                   so it cannot be rewound mechanically.
000270*   15/10/26  GERO  A history record of an LGPD erasure (action
000272*                   E), or one whose before-image ERAEMAIL has
000274*                   masked, is no longer estornado: it comes out
000276*                   as IRREVERSIVEL on BCKRPT, counted apart, so
000278*                   a backout can never put an erased customer
000280*                   back onto CUSTMAS.
000282*   15/10/26  GERO  Cross-reference repairs logged on EMLHIST
000284*                   by RCNEMAIL (action X) never touched CUSTMAS
000286*                   and are not loaded for reversal.
000288*   15/10/26  GERO  Customer merges (MRGEMAIL, actions M and F)
000290*                   are no longer undone by a cycle estorno. Run
000292*                   with "AAAAMMDD nnnnnnnnn" (effective date and
000294*                   retiring customer) the job undoes that one
000296*                   merge only: master records go back to the
000298*                   retiring customer and the CUSTXRF entries are
000300*                   put back from the F before-images.
000302*   15/10/26  GERO  Every change estornado is now logged on
000304*                   EMLHIST as a B record (before-image what was
000306*                   undone, after-image what was put back), so the
000308*                   CDCEMAIL interface sends the backout on to CRM
000310*                   and billing; B records are never loaded back.
000312*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000314*                   anything is opened - a cycle estorno needs the
000316*                   cycle's APLEMAIL ended and nothing colliding
000318*                   running; a merge undo runs outside any cycle.
000320*                   A cycle estorno then makes a second pass over
000322*                   EMLHIST: a CUSTMAS record the cycle left that
000324*                   a later applied cycle, a merge or an erasure
000326*                   changed again comes out as POSTERIOR on BCKRPT
000328*                   and nothing is reversed (RC 16). A clean
000330*                   estorno marks the cycle's APLEMAIL backed out.
000332*   15/10/26  GERO  A merge undo also puts back the CUSTCNS
000334*                   consents (history action C) and the CUSTHLD
000336*                   held changes (action H) the merge moved,
000338*                   under the same DIVERGENTE rule as CUSTXRF.
000340******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BCKEMAIL.
000300 AUTHOR. JEFEFRSON MOTA (GERO).
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.

000501     SELECT CONSENT-FILE
000502         ASSIGN TO "CUSTCNS"
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS RANDOM
000505         RECORD KEY IS CN-CONSENT-KEY
000506         FILE STATUS IS WS-CUSTCNS-STATUS.

000507     SELECT HOLD-QUEUE
000508         ASSIGN TO "CUSTHLD"
000509         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000511         RECORD KEY IS HL-HOLD-KEY
000512         FILE STATUS IS WS-CUSTHLD-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  HISTORY-IN
000600         LABEL RECORDS ARE STANDARD.
000610 01  BACKOUT-REPORT-LINE           PIC X(400).

000611 FD  CONSENT-FILE
000612         LABEL RECORDS ARE STANDARD.
000614     COPY CNSREC.

000615 FD  HOLD-QUEUE
000617         LABEL RECORDS ARE STANDARD.
000618     COPY HLDREC.

000620 WORKING-STORAGE SECTION.

000630* End-of-file and error switches.

000742 77  WS-XREF-AVAIL-SW              PIC X(01) VALUE "N".
000744     88  WS-XREF-AVAILABLE                 VALUE "Y".
000745* Cycle estorno, or the undoing of one customer merge.
000746 77  WS-RUN-MODE-SW                PIC X(01) VALUE "C".
000747     88  WS-MODE-CYCLE                     VALUE "C".
000748     88  WS-MODE-MERGE                     VALUE "M".
000749 77  WS-TARGET-MERGE-ID            PIC 9(009) VALUE ZERO.
000750* A merge undo also puts back the consents and held changes the
000751* merge moved; either file may not exist.
000752 77  WS-CNS-AVAIL-SW               PIC X(01) VALUE "N".
000753     88  WS-CNS-AVAILABLE                  VALUE "Y".
000754 77  WS-HOLD-AVAIL-SW              PIC X(01) VALUE "N".
000755     88  WS-HOLD-AVAILABLE                 VALUE "Y".
000756* One consent as a C history record carries it.
000757 01  WS-CONSENT-IMAGE.
000758     05  WS-CN-STATUS              PIC X(001).
000759     05  WS-CN-DATE                PIC 9(008).
000760     05  WS-CN-SOURCE              PIC X(008).
000761     05  WS-CN-LAST-CYCLE          PIC 9(008).
000762* Detail image kept on a CUSTHLD entry.
000763     COPY ACCREC.

000750* Totals for the report trailer and the return code.
000760 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
000780 77  WS-TOTAL-REVERSED             PIC 9(07) VALUE ZERO.
000790 77  WS-TOTAL-DIVERGENT            PIC 9(07) VALUE ZERO.
000792 77  WS-TOTAL-XREF-PEND            PIC 9(07) VALUE ZERO.
000793 77  WS-TOTAL-IRREVERSIBLE         PIC 9(07) VALUE ZERO.

000794* Cross-reference sweep after a reversal: the three address
000795* types a customer can hold, tried one by one.
000800* Report line assembly.
000810 77  WS-DISPOSITION                PIC X(012) VALUE SPACES.
000820 77  WS-DETAIL-TEXT                PIC X(050) VALUE SPACES.
000822 77  WS-REPORT-ADDRESS             PIC X(254) VALUE SPACES.
000825 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
000827 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.

000830* The cycle's history records, loaded to storage so they can be
000840* reversed in the opposite order to the one they were applied
000950         10  CY-BEF-CUSTOMER-NAME  PIC X(030).
000960         10  CY-AFT-EMAIL          PIC X(254).
000970         10  CY-AFT-CUSTOMER-ID    PIC 9(009).
000973         10  CY-AFT-CUSTOMER-NAME  PIC X(030).
000976         10  CY-ADDRESS-TYPE       PIC X(001).

000980* File status codes, one per SELECT above.
000990 77  WS-HISTORY-STATUS             PIC X(02) VALUE SPACES.
001000 77  WS-CUSTMAS-STATUS             PIC X(02) VALUE SPACES.
001005 77  WS-CUSTXRF-STATUS             PIC X(02) VALUE SPACES.
001010 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
001011 77  WS-CUSTCNS-STATUS             PIC X(02) VALUE SPACES.
001012 77  WS-CUSTHLD-STATUS             PIC X(02) VALUE SPACES.

001013* Cycle-status gate (CYCGATE): this run is checked against the
001014* CYCSTAT cycle-status file before anything is opened, and its
001015* end is recorded there.
001016     COPY CYCPARM.
001017 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001018     88  WS-GATE-STARTED                   VALUE "S".
001019     88  WS-GATE-REFUSED                   VALUE "R".
001020* Records of the cycle changed again after it (a later applied
001021* cycle, a merge or an erasure): any one refuses the estorno.
001022 77  WS-TOTAL-LATER                PIC 9(07) VALUE ZERO.
001023 77  WS-LATER-SUB                  PIC 9(02) COMP VALUE ZERO.
001024 77  WS-LATER-FOUND-SW             PIC X(01) VALUE "N".
001025     88  WS-LATER-FOUND                    VALUE "Y".

001020 PROCEDURE DIVISION.

001120         PERFORM 2000-LOAD-CYCLE THRU 2000-EXIT
001130     END-IF
001140     IF NOT WS-FILE-ERROR AND NOT WS-PARM-ERROR
001145         IF WS-TOTAL-LATER = 0
001150             PERFORM 3000-REVERSE-CYCLE THRU 3000-EXIT
001155         END-IF
001160         PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT
001170     END-IF
001180     PERFORM 9000-TERMINATE THRU 9000-EXIT
001250* never guess which night to unwind.
001260******************************************************************
001270 1000-INITIALIZE.
001273     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001276     ACCEPT WS-RUN-TIME FROM TIME
001280     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001290     IF WS-COMMAND-LINE(1:8) IS NUMERIC
001300         MOVE WS-COMMAND-LINE(1:8) TO WS-TARGET-CYCLE
001330         SET WS-PARM-ERROR TO TRUE
001340         GO TO 1000-EXIT
001350     END-IF
001351     IF WS-COMMAND-LINE(10:9) IS NUMERIC
001352         MOVE WS-COMMAND-LINE(10:9) TO WS-TARGET-MERGE-ID
001353         SET WS-MODE-MERGE TO TRUE
001354         DISPLAY "BCKEMAIL - ESTORNO DA FUSAO DO CLIENTE "
001355             WS-TARGET-MERGE-ID
001356     END-IF
001357     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001358     IF WS-GATE-REFUSED
001359         SET WS-FILE-ERROR TO TRUE
001360         GO TO 1000-EXIT
001361     END-IF
001360     OPEN INPUT HISTORY-IN
001370     IF WS-HISTORY-STATUS NOT = "00"
001380         DISPLAY "ERRO AO ABRIR EMLHIST - STATUS "
001450             WS-CUSTMAS-STATUS
001460         SET WS-FILE-ERROR TO TRUE
001470     END-IF
001471     IF WS-MODE-MERGE
001472         OPEN I-O CUSTOMER-XREF
001473     ELSE
001474         OPEN INPUT CUSTOMER-XREF
001475     END-IF
001474     IF WS-CUSTXRF-STATUS = "00"
001476         SET WS-XREF-AVAILABLE TO TRUE
001478     ELSE
001479         IF WS-MODE-MERGE
001480             DISPLAY "ERRO AO ABRIR CUSTXRF - STATUS "
001481                 WS-CUSTXRF-STATUS
001482             SET WS-FILE-ERROR TO TRUE
001483         ELSE
001484             DISPLAY "AVISO: CUSTXRF INDISPONIVEL - CRUZAMENTO "
001485                 "POS-ESTORNO NAO SERA CONFERIDO"
001486         END-IF
001487     END-IF
001488     IF WS-MODE-MERGE
001489         OPEN I-O CONSENT-FILE
001490         IF WS-CUSTCNS-STATUS = "00"
001491             SET WS-CNS-AVAILABLE TO TRUE
001492         END-IF
001493         OPEN I-O HOLD-QUEUE
001494         IF WS-CUSTHLD-STATUS = "00"
001495             SET WS-HOLD-AVAILABLE TO TRUE
001496         END-IF
001484     END-IF
001486     OPEN OUTPUT BACKOUT-REPORT
001490     IF WS-REPORT-STATUS NOT = "00"
001550     EXIT.

001560******************************************************************
001561* 1900-CHECK-CYCLE-GATE
001562* Asks the cycle-status gate whether BCKEMAIL may back the cycle
001563* out now. A merge undo is checked as a run outside any cycle
001564* (cycle zero). For a cycle estorno the gate also hands back the
001565* later cycles whose APLEMAIL has ended, for 2500.
001566* A refusal (or a status file that cannot be read) stops the run
001567* before anything is opened; 9000 ends it with return code 16.
001568******************************************************************
001569 1900-CHECK-CYCLE-GATE.
001570     SET CG-FN-START TO TRUE
001571     MOVE "BCKEMAIL" TO CG-PROGRAM-ID
001572     IF WS-MODE-MERGE
001573         MOVE 0 TO CG-CYCLE-DATE
001574     ELSE
001575         MOVE WS-TARGET-CYCLE TO CG-CYCLE-DATE
001576     END-IF
001577     MOVE 0 TO CG-PARTITION-NO
001578     MOVE 0 TO CG-RETURN-CODE
001579     CALL "CYCGATE" USING CYCLE-GATE-PARM
001580     IF CG-ALLOWED
001581         SET WS-GATE-STARTED TO TRUE
001582     ELSE
001583         DISPLAY "ERRO: " CG-REASON-TEXT
001584         SET WS-GATE-REFUSED TO TRUE
001585     END-IF.

001586 1900-EXIT.
001587     EXIT.

001588******************************************************************
001589* 1910-REFUSE-RUN
001590* The gate refused the run: nothing was opened or written, so
001591* there is nothing to close - only the refusal is shown.
001592******************************************************************
001593 1910-REFUSE-RUN.
001594     MOVE 16 TO RETURN-CODE
001595     DISPLAY "==============================================="
001596     DISPLAY "BCKEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001597     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001598     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001599 1910-EXIT.
001600     EXIT.

001601******************************************************************
001602* 1920-END-CYCLE-STEP
001603* Records how the run ended on CYCSTAT. The CALL clears
001604* RETURN-CODE, so the code is handed over and put back. An end
001605* that cannot be recorded raises the return code to at least 8:
001606* the step would otherwise stay running on CYCSTAT and hold up
001607* the cycle.
001608******************************************************************
001609 1920-END-CYCLE-STEP.
001610     SET CG-FN-END TO TRUE
001611     MOVE RETURN-CODE TO CG-RETURN-CODE
001612     CALL "CYCGATE" USING CYCLE-GATE-PARM
001613     MOVE CG-RETURN-CODE TO RETURN-CODE
001614     IF NOT CG-ALLOWED
001615         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001616         IF RETURN-CODE < 8
001617             MOVE 8 TO RETURN-CODE
001618         END-IF
001619     END-IF.

001620 1920-EXIT.
001621     EXIT.

001622******************************************************************
001570* 2000-LOAD-CYCLE
001580* Walks the whole history and keeps the target cycle's records
001590* in storage, in the order they were applied. More records than
001670     IF WS-CYCLE-COUNT = 0 AND NOT WS-FILE-ERROR
001680         DISPLAY "AVISO: NENHUM REGISTRO DE HISTORIA PARA O "
001690             "CICLO " WS-TARGET-CYCLE
001691     END-IF
001692     IF WS-MODE-CYCLE AND WS-CYCLE-COUNT > 0
001693         AND NOT WS-FILE-ERROR
001694         PERFORM 2500-CHECK-LATER-CYCLES THRU 2500-EXIT
001695     END-IF
001696     CLOSE HISTORY-IN
001697     OPEN EXTEND HISTORY-IN
001698     IF WS-HISTORY-STATUS NOT = "00"
001699         DISPLAY "ERRO AO REABRIR EMLHIST - STATUS "
001700             WS-HISTORY-STATUS
001701         SET WS-FILE-ERROR TO TRUE
001700     END-IF.

001710 2000-EXIT.
001800 2200-LOAD-ONE-RECORD.
001810     ADD 1 TO WS-TOTAL-READ
001820     IF HS-CYCLE-DATE = WS-TARGET-CYCLE
001821         AND ((WS-MODE-CYCLE AND NOT HS-ACTION-XREF-FIX
001822                 AND NOT HS-ACTION-MERGE
001823                 AND NOT HS-ACTION-MERGE-XREF
001824                 AND NOT HS-ACTION-MERGE-CONSENT
001825                 AND NOT HS-ACTION-MERGE-HOLD
001826                 AND NOT HS-ACTION-BACKOUT)
001827           OR (WS-MODE-MERGE
001828                 AND (HS-ACTION-MERGE OR HS-ACTION-MERGE-XREF
001829                   OR HS-ACTION-MERGE-CONSENT
001830                   OR HS-ACTION-MERGE-HOLD)
001831                 AND HS-MERGED-CUSTOMER-ID = WS-TARGET-MERGE-ID))
001830         IF WS-CYCLE-COUNT >= WS-CYCLE-MAX
001840             DISPLAY "ERRO: CICLO COM MAIS DE " WS-CYCLE-MAX
001850                 " REGISTROS - ESTORNO NAO SUPORTADO"
001990             CY-AFT-EMAIL(WS-CYCLE-COUNT)
002000         MOVE HS-AFT-CUSTOMER-ID TO
002010             CY-AFT-CUSTOMER-ID(WS-CYCLE-COUNT)
002012         MOVE HS-AFT-CUSTOMER-NAME TO
002014             CY-AFT-CUSTOMER-NAME(WS-CYCLE-COUNT)
002016         MOVE HS-ADDRESS-TYPE TO
002018             CY-ADDRESS-TYPE(WS-CYCLE-COUNT)
002020     END-IF
002030     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.

002050     EXIT.

002060******************************************************************
002061* 2500-CHECK-LATER-CYCLES
002062* A second pass over the history for what happened after the
002063* cycle: an add or update of a later cycle whose APLEMAIL ended
002064* and was not itself backed out (the cycles the gate handed back),
002065* a merge or an erasure, on a CUSTMAS record this cycle left.
002066* Backing the cycle out would silently undo those changes too, so
002067* each one comes out as POSTERIOR on the report and the estorno
002068* is refused - nothing is reversed and 9000 ends with return code
002069* 16 for a human decision.
002070******************************************************************
002071 2500-CHECK-LATER-CYCLES.
002072     CLOSE HISTORY-IN
002073     OPEN INPUT HISTORY-IN
002074     IF WS-HISTORY-STATUS NOT = "00"
002075         DISPLAY "ERRO AO REABRIR EMLHIST - STATUS "
002076             WS-HISTORY-STATUS
002077         SET WS-FILE-ERROR TO TRUE
002078         GO TO 2500-EXIT
002079     END-IF
002080     MOVE "N" TO WS-HISTORY-EOF-SW
002081     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
002082     PERFORM 2600-CHECK-ONE-LATER THRU 2600-EXIT
002083         UNTIL WS-HISTORY-EOF OR WS-FILE-ERROR
002084     IF WS-TOTAL-LATER > 0
002085         DISPLAY "ERRO: " WS-TOTAL-LATER " REGISTRO(S) DO CICLO "
002086             "ALTERADO(S) DEPOIS DELE - ESTORNO RECUSADO"
002087     END-IF.

002088 2500-EXIT.
002089     EXIT.

002090 2600-CHECK-ONE-LATER.
002091     IF HS-CYCLE-DATE NOT > WS-TARGET-CYCLE
002092         GO TO 2600-NEXT
002093     END-IF
002094     IF HS-ACTION-ADD OR HS-ACTION-UPDATE
002095         PERFORM 2610-FIND-LATER-CYCLE THRU 2610-EXIT
002096         IF NOT WS-LATER-FOUND
002097             GO TO 2600-NEXT
002098         END-IF
002099     ELSE
002100         IF NOT HS-ACTION-MERGE AND NOT HS-ACTION-ERASE
002101             GO TO 2600-NEXT
002102         END-IF
002103     END-IF
002104     PERFORM 2620-MATCH-ONE-ENTRY THRU 2620-EXIT
002105         VARYING WS-CYCLE-SUB FROM 1 BY 1
002106         UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT OR WS-FILE-ERROR.

002107 2600-NEXT.
002108     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.

002109 2600-EXIT.
002110     EXIT.

002111 2610-FIND-LATER-CYCLE.
002112     MOVE "N" TO WS-LATER-FOUND-SW
002113     PERFORM 2615-TEST-LATER-CYCLE THRU 2615-EXIT
002114         VARYING WS-LATER-SUB FROM 1 BY 1
002115         UNTIL WS-LATER-SUB > CG-LATER-COUNT OR WS-LATER-FOUND.

002116 2610-EXIT.
002117     EXIT.

002118 2615-TEST-LATER-CYCLE.
002119     IF CG-LATER-CYCLE(WS-LATER-SUB) = HS-CYCLE-DATE
002120         SET WS-LATER-FOUND TO TRUE
002121     END-IF.

002122 2615-EXIT.
002123     EXIT.

002124* One later record against one loaded add or update: the same
002125* master key, before or after the later change, is a hit. A hit
002126* ends the scan for that record (one report line per change).
002127 2620-MATCH-ONE-ENTRY.
002128     IF CY-ACTION(WS-CYCLE-SUB) NOT = "A"
002129         AND CY-ACTION(WS-CYCLE-SUB) NOT = "U"
002130         GO TO 2620-EXIT
002131     END-IF
002132     IF CY-AFT-EMAIL(WS-CYCLE-SUB) NOT = HS-AFT-EMAIL-ADDRESS
002133         AND CY-AFT-EMAIL(WS-CYCLE-SUB) NOT = HS-BEF-EMAIL-ADDRESS
002134         GO TO 2620-EXIT
002135     END-IF
002136     ADD 1 TO WS-TOTAL-LATER
002137     MOVE "POSTERIOR" TO WS-DISPOSITION
002138     MOVE SPACES TO WS-DETAIL-TEXT
002139     STRING "ALTERADO DEPOIS - DATA " DELIMITED BY SIZE
002140         HS-CYCLE-DATE DELIMITED BY SIZE
002141         " ACAO " DELIMITED BY SIZE
002142         HS-ACTION DELIMITED BY SIZE
002143         " " DELIMITED BY SIZE
002144         HS-SOURCE-SYSTEM DELIMITED BY SPACE
002145         INTO WS-DETAIL-TEXT
002146     END-STRING
002147     PERFORM 3400-WRITE-REPORT-DETAIL THRU 3400-EXIT
002148     MOVE WS-CYCLE-COUNT TO WS-CYCLE-SUB.

002149 2620-EXIT.
002150     EXIT.

002151******************************************************************
002070* 3000-REVERSE-CYCLE
002080* Reverses the loaded records newest-first, so two changes to
002090* one address inside the cycle unwind in the right order.
002220* DIVERGENTE on the report, untouched, for a human decision.
002230******************************************************************
002240 3100-REVERSE-ONE.
002241     IF CY-ACTION(WS-CYCLE-SUB) = "E"
002242         OR CY-BEF-EMAIL(WS-CYCLE-SUB)(1:13) = "APAGADO-LGPD-"
002243         ADD 1 TO WS-TOTAL-IRREVERSIBLE
002244         MOVE "IRREVERSIVEL" TO WS-DISPOSITION
002245         MOVE "EXCLUSAO LGPD NAO E ESTORNAVEL" TO WS-DETAIL-TEXT
002246         PERFORM 3400-WRITE-REPORT-DETAIL THRU 3400-EXIT
002247         GO TO 3100-NEXT
002248     END-IF
002249     IF CY-ACTION(WS-CYCLE-SUB) = "F"
002250         PERFORM 3600-REVERSE-XREF-MOVE THRU 3600-EXIT
002251         GO TO 3100-NEXT
002252     END-IF
002253     IF CY-ACTION(WS-CYCLE-SUB) = "C"
002254         PERFORM 3620-REVERSE-CONSENT-MOVE THRU 3620-EXIT
002255         GO TO 3100-NEXT
002256     END-IF
002257     IF CY-ACTION(WS-CYCLE-SUB) = "H"
002258         PERFORM 3640-REVERSE-HOLD-MOVE THRU 3640-EXIT
002259         GO TO 3100-NEXT
002260     END-IF
002250     MOVE "N" TO WS-MASTER-FOUND-SW
002260     MOVE CY-AFT-EMAIL(WS-CYCLE-SUB) TO CM-EMAIL-ADDRESS
002270     READ CUSTOMER-MASTER
002670         MOVE "INCLUSAO DO CICLO EXCLUIDA" TO WS-DETAIL-TEXT
002680         PERFORM 3400-WRITE-REPORT-DETAIL THRU 3400-EXIT
002685         PERFORM 3500-SWEEP-XREF THRU 3500-EXIT
002687         PERFORM 3700-WRITE-BACKOUT-HISTORY THRU 3700-EXIT
002690     ELSE
002700         DISPLAY "ERRO AO EXCLUIR DO CUSTMAS - STATUS "
002710             WS-CUSTMAS-STATUS
002880             WS-DETAIL-TEXT
002890         PERFORM 3400-WRITE-REPORT-DETAIL THRU 3400-EXIT
002895         PERFORM 3500-SWEEP-XREF THRU 3500-EXIT
002897         PERFORM 3700-WRITE-BACKOUT-HISTORY THRU 3700-EXIT
002900     ELSE
002910         DISPLAY "ERRO AO REGRAVAR O CUSTMAS - STATUS "
002920             WS-CUSTMAS-STATUS
003010* did.
003020******************************************************************
003030 3400-WRITE-REPORT-DETAIL.
003031     IF CY-AFT-EMAIL(WS-CYCLE-SUB) = SPACES
003033         MOVE CY-BEF-EMAIL(WS-CYCLE-SUB) TO WS-REPORT-ADDRESS
003035     ELSE
003036         MOVE CY-AFT-EMAIL(WS-CYCLE-SUB) TO WS-REPORT-ADDRESS
003038     END-IF
003040     MOVE SPACES TO BACKOUT-REPORT-LINE
003050     STRING WS-DISPOSITION DELIMITED BY SPACE
003060         "  " DELIMITED BY SIZE
003070         WS-REPORT-ADDRESS DELIMITED BY SPACE
003080         "  " DELIMITED BY SIZE
003090         WS-DETAIL-TEXT DELIMITED BY SIZE
003100         INTO BACKOUT-REPORT-LINE
003230 3510-EXIT.
003231     EXIT.

003232******************************************************************
003233* 3600-REVERSE-XREF-MOVE
003234* Undoes one CUSTXRF change of a merge (F record): the entry the
003235* merge left (after-image) is rewritten back or deleted, and an
003236* entry the merge removed (before-image under another customer)
003237* is written back. The entry must still be as the merge left it
003238* and the removed one must not have come back meanwhile;
003239* otherwise nothing is touched and the record comes out as
003240* DIVERGENTE. A re-created entry takes the merge date as its last
003241* cycle - the history does not keep the original one.
003242******************************************************************
003243 3600-REVERSE-XREF-MOVE.
003244     MOVE CY-ADDRESS-TYPE(WS-CYCLE-SUB) TO XR-ADDRESS-TYPE
003245     IF CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) = ZERO
003246         OR CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) =
003247            CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB)
003248         GO TO 3600-CHECK-AFTER
003249     END-IF
003250     MOVE CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) TO XR-CUSTOMER-ID
003251     READ CUSTOMER-XREF
003252         KEY IS XR-XREF-KEY
003253         INVALID KEY
003254             GO TO 3600-CHECK-AFTER
003255     END-READ
003256     MOVE "ENTRADA ANTERIOR JA EXISTE NO CUSTXRF" TO
003257         WS-DETAIL-TEXT
003258     PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003259     GO TO 3600-EXIT.

003260 3600-CHECK-AFTER.
003261     IF CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB) = ZERO
003262         GO TO 3600-RESTORE-BEFORE
003263     END-IF
003264     MOVE CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB) TO XR-CUSTOMER-ID
003265     READ CUSTOMER-XREF
003266         KEY IS XR-XREF-KEY
003267         INVALID KEY
003268             MOVE "ENTRADA DA FUSAO JA AUSENTE DO CUSTXRF" TO
003269                 WS-DETAIL-TEXT
003270             PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003271             GO TO 3600-EXIT
003272     END-READ
003273     IF XR-EMAIL-ADDRESS NOT = CY-AFT-EMAIL(WS-CYCLE-SUB)
003274         MOVE "CUSTXRF MEXIDO DEPOIS DA FUSAO" TO WS-DETAIL-TEXT
003275         PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003276         GO TO 3600-EXIT
003277     END-IF
003278     IF CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) =
003279        CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB)
003280         MOVE CY-BEF-EMAIL(WS-CYCLE-SUB) TO XR-EMAIL-ADDRESS
003281         REWRITE CUSTOMER-XREF-RECORD
003282             INVALID KEY
003283                 CONTINUE
003284         END-REWRITE
003285         IF WS-CUSTXRF-STATUS NOT = "00"
003286             DISPLAY "ERRO AO REGRAVAR O CUSTXRF - STATUS "
003287                 WS-CUSTXRF-STATUS
003288             SET WS-FILE-ERROR TO TRUE
003289             GO TO 3600-EXIT
003290         END-IF
003291         MOVE "ENTRADA DO CUSTXRF VOLTOU A IMAGEM-ANTES" TO
003292             WS-DETAIL-TEXT
003293         PERFORM 3680-XREF-REVERSED THRU 3680-EXIT
003294         GO TO 3600-EXIT
003295     END-IF
003296     DELETE CUSTOMER-XREF
003297         INVALID KEY
003298             CONTINUE
003299     END-DELETE
003300     IF WS-CUSTXRF-STATUS NOT = "00"
003301         DISPLAY "ERRO AO EXCLUIR DO CUSTXRF - STATUS "
003302             WS-CUSTXRF-STATUS
003303         SET WS-FILE-ERROR TO TRUE
003304         GO TO 3600-EXIT
003305     END-IF
003306     MOVE "ENTRADA DO CUSTXRF EXCLUIDA" TO WS-DETAIL-TEXT.

003307 3600-RESTORE-BEFORE.
003308     IF CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) = ZERO
003309         PERFORM 3680-XREF-REVERSED THRU 3680-EXIT
003310         GO TO 3600-EXIT
003311     END-IF
003312     MOVE CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) TO XR-CUSTOMER-ID
003313     MOVE CY-BEF-EMAIL(WS-CYCLE-SUB) TO XR-EMAIL-ADDRESS
003314     MOVE WS-TARGET-CYCLE TO XR-LAST-CYCLE-DATE
003315     WRITE CUSTOMER-XREF-RECORD
003316         INVALID KEY
003317             CONTINUE
003318     END-WRITE
003319     IF WS-CUSTXRF-STATUS NOT = "00"
003320         DISPLAY "ERRO AO GRAVAR CUSTXRF - STATUS "
003321             WS-CUSTXRF-STATUS
003322         SET WS-FILE-ERROR TO TRUE
003323         GO TO 3600-EXIT
003324     END-IF
003325     MOVE "ENTRADA DO CUSTXRF DEVOLVIDA AO INCORPORADO" TO
003326         WS-DETAIL-TEXT
003327     PERFORM 3680-XREF-REVERSED THRU 3680-EXIT.

003328 3600-EXIT.
003329     EXIT.

003330******************************************************************
003331* 3620-REVERSE-CONSENT-MOVE
003332* Undoes one CUSTCNS change of a merge (C record) the same way
003333* 3600 undoes a CUSTXRF one: the consent the merge left must
003334* still be exactly as it left it, and one it removed must not
003335* have come back; otherwise nothing is touched and the record
003336* comes out as DIVERGENTE. The history carries the whole consent,
003337* so a removed one is put back as it was.
003338******************************************************************
003339 3620-REVERSE-CONSENT-MOVE.
003340     IF NOT WS-CNS-AVAILABLE
003341         MOVE "CUSTCNS INDISPONIVEL" TO WS-DETAIL-TEXT
003342         PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003343         GO TO 3620-EXIT
003344     END-IF
003345     MOVE CY-ADDRESS-TYPE(WS-CYCLE-SUB) TO CN-ADDRESS-TYPE
003346     IF CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) = ZERO
003347         OR CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) =
003348            CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB)
003349         GO TO 3620-CHECK-AFTER
003350     END-IF
003351     MOVE CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) TO CN-CUSTOMER-ID
003352     READ CONSENT-FILE
003353         KEY IS CN-CONSENT-KEY
003354         INVALID KEY
003355             GO TO 3620-CHECK-AFTER
003356     END-READ
003357     MOVE "CONSENTIMENTO ANTERIOR JA EXISTE NO CUSTCNS" TO
003358         WS-DETAIL-TEXT
003359     PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003360     GO TO 3620-EXIT.

003361 3620-CHECK-AFTER.
003362     IF CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB) = ZERO
003363         GO TO 3620-RESTORE-BEFORE
003364     END-IF
003365     MOVE CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB) TO CN-CUSTOMER-ID
003366     READ CONSENT-FILE
003367         KEY IS CN-CONSENT-KEY
003368         INVALID KEY
003369             MOVE "CONSENTIMENTO DA FUSAO AUSENTE DO CUSTCNS"
003370                 TO WS-DETAIL-TEXT
003371             PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003372             GO TO 3620-EXIT
003373     END-READ
003374     MOVE CY-AFT-CUSTOMER-NAME(WS-CYCLE-SUB) TO WS-CONSENT-IMAGE
003375     IF CN-CONSENT-STATUS NOT = WS-CN-STATUS
003376         OR CN-CONSENT-DATE NOT = WS-CN-DATE
003377         OR CN-CONSENT-SOURCE NOT = WS-CN-SOURCE
003378         OR CN-LAST-CYCLE-DATE NOT = WS-CN-LAST-CYCLE
003379         MOVE "CUSTCNS MEXIDO DEPOIS DA FUSAO" TO WS-DETAIL-TEXT
003380         PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003381         GO TO 3620-EXIT
003382     END-IF
003383     IF CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) =
003384        CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB)
003385         MOVE CY-BEF-CUSTOMER-NAME(WS-CYCLE-SUB) TO
003386             WS-CONSENT-IMAGE
003387         MOVE WS-CN-STATUS TO CN-CONSENT-STATUS
003388         MOVE WS-CN-DATE TO CN-CONSENT-DATE
003389         MOVE WS-CN-SOURCE TO CN-CONSENT-SOURCE
003390         MOVE WS-CN-LAST-CYCLE TO CN-LAST-CYCLE-DATE
003391         REWRITE CONSENT-RECORD
003392             INVALID KEY
003393                 CONTINUE
003394         END-REWRITE
003395         IF WS-CUSTCNS-STATUS NOT = "00"
003396             DISPLAY "ERRO AO REGRAVAR O CUSTCNS - STATUS "
003397                 WS-CUSTCNS-STATUS
003398             SET WS-FILE-ERROR TO TRUE
003399             GO TO 3620-EXIT
003400         END-IF
003401         MOVE "CONSENTIMENTO VOLTOU A IMAGEM-ANTES" TO
003402             WS-DETAIL-TEXT
003403         PERFORM 3680-XREF-REVERSED THRU 3680-EXIT
003404         GO TO 3620-EXIT
003405     END-IF
003406     DELETE CONSENT-FILE
003407         INVALID KEY
003408             CONTINUE
003409     END-DELETE
003410     IF WS-CUSTCNS-STATUS NOT = "00"
003411         DISPLAY "ERRO AO EXCLUIR DO CUSTCNS - STATUS "
003412             WS-CUSTCNS-STATUS
003413         SET WS-FILE-ERROR TO TRUE
003414         GO TO 3620-EXIT
003415     END-IF
003416     MOVE "CONSENTIMENTO DO CUSTCNS EXCLUIDO" TO WS-DETAIL-TEXT.

003417 3620-RESTORE-BEFORE.
003418     IF CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) = ZERO
003419         PERFORM 3680-XREF-REVERSED THRU 3680-EXIT
003420         GO TO 3620-EXIT
003421     END-IF
003422     MOVE CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) TO CN-CUSTOMER-ID
003423     MOVE CY-ADDRESS-TYPE(WS-CYCLE-SUB) TO CN-ADDRESS-TYPE
003424     MOVE CY-BEF-CUSTOMER-NAME(WS-CYCLE-SUB) TO WS-CONSENT-IMAGE
003425     MOVE WS-CN-STATUS TO CN-CONSENT-STATUS
003426     MOVE WS-CN-DATE TO CN-CONSENT-DATE
003427     MOVE WS-CN-SOURCE TO CN-CONSENT-SOURCE
003428     MOVE WS-CN-LAST-CYCLE TO CN-LAST-CYCLE-DATE
003429     WRITE CONSENT-RECORD
003430         INVALID KEY
003431             CONTINUE
003432     END-WRITE
003433     IF WS-CUSTCNS-STATUS NOT = "00"
003434         DISPLAY "ERRO AO GRAVAR CUSTCNS - STATUS "
003435             WS-CUSTCNS-STATUS
003436         SET WS-FILE-ERROR TO TRUE
003437         GO TO 3620-EXIT
003438     END-IF
003439     MOVE "CONSENTIMENTO DEVOLVIDO AO INCORPORADO" TO
003440         WS-DETAIL-TEXT
003441     PERFORM 3680-XREF-REVERSED THRU 3680-EXIT.

003442 3620-EXIT.
003443     EXIT.

003444******************************************************************
003445* 3640-REVERSE-HOLD-MOVE
003446* Undoes one CUSTHLD change of a merge (H record): the held
003447* change goes back to the retiring customer, provided it still
003448* belongs to the survivor and has not been posted or declined
003449* since; otherwise it comes out as DIVERGENTE, untouched.
003450******************************************************************
003451 3640-REVERSE-HOLD-MOVE.
003452     IF NOT WS-HOLD-AVAILABLE
003453         MOVE "CUSTHLD INDISPONIVEL" TO WS-DETAIL-TEXT
003454         PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003455         GO TO 3640-EXIT
003456     END-IF
003457     MOVE CY-BEF-CUSTOMER-NAME(WS-CYCLE-SUB)(1:18) TO HL-HOLD-KEY
003458     READ HOLD-QUEUE
003459         KEY IS HL-HOLD-KEY
003460         INVALID KEY
003461             MOVE "RETENCAO JA AUSENTE DO CUSTHLD" TO
003462                 WS-DETAIL-TEXT
003463             PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003464             GO TO 3640-EXIT
003465     END-READ
003466     MOVE HL-ACCEPTED-DATA TO ACCEPTED-RECORD
003467     IF EA-CUSTOMER-ID NOT = CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB)
003468         OR (NOT HL-STATUS-PENDING AND NOT HL-STATUS-RELEASED)
003469         MOVE "RETENCAO DECIDIDA OU MEXIDA DEPOIS DA FUSAO" TO
003470             WS-DETAIL-TEXT
003471         PERFORM 3690-XREF-DIVERGENT THRU 3690-EXIT
003472         GO TO 3640-EXIT
003473     END-IF
003474     MOVE CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) TO EA-CUSTOMER-ID
003475     MOVE ACCEPTED-RECORD TO HL-ACCEPTED-DATA
003476     REWRITE HOLD-RECORD
003477         INVALID KEY
003478             CONTINUE
003479     END-REWRITE
003480     IF WS-CUSTHLD-STATUS NOT = "00"
003481         DISPLAY "ERRO AO REGRAVAR O CUSTHLD - STATUS "
003482             WS-CUSTHLD-STATUS
003483         SET WS-FILE-ERROR TO TRUE
003484         GO TO 3640-EXIT
003485     END-IF
003486     MOVE "RETENCAO DO CUSTHLD DEVOLVIDA AO INCORPORADO" TO
003487         WS-DETAIL-TEXT
003488     PERFORM 3680-XREF-REVERSED THRU 3680-EXIT.

003489 3640-EXIT.
003490     EXIT.

003491 3680-XREF-REVERSED.
003492     ADD 1 TO WS-TOTAL-REVERSED
003493     MOVE "ESTORNADO" TO WS-DISPOSITION
003494     PERFORM 3400-WRITE-REPORT-DETAIL THRU 3400-EXIT
003495     PERFORM 3700-WRITE-BACKOUT-HISTORY THRU 3700-EXIT.

003496 3680-EXIT.
003497     EXIT.

003498 3690-XREF-DIVERGENT.
003499     ADD 1 TO WS-TOTAL-DIVERGENT
003500     MOVE "DIVERGENTE" TO WS-DISPOSITION
003501     PERFORM 3400-WRITE-REPORT-DETAIL THRU 3400-EXIT.

003502 3690-EXIT.
003503     EXIT.

003504******************************************************************
003505* 3700-WRITE-BACKOUT-HISTORY
003506* Logs one change estornado as a B history record: the before-
003507* image is what the cycle (or merge) had left, the after-image
003508* what the estorno put back - empty when an add was undone. This
003509* is what tells CRM and billing, through CDCEMAIL, that the change
003510* they were sent no longer holds.
003511******************************************************************
003512 3700-WRITE-BACKOUT-HISTORY.
003513     ACCEPT WS-RUN-TIME FROM TIME
003514     MOVE SPACES TO HISTORY-RECORD
003515     MOVE WS-TARGET-CYCLE TO HS-CYCLE-DATE
003516     MOVE WS-RUN-DATE TO HS-RUN-DATE
003517     MOVE WS-RUN-TIME TO HS-RUN-TIME
003518     SET HS-ACTION-BACKOUT TO TRUE
003519     MOVE "BCKEMAIL" TO HS-SOURCE-SYSTEM
003520     MOVE CY-AFT-EMAIL(WS-CYCLE-SUB) TO HS-BEF-EMAIL-ADDRESS
003521     MOVE CY-AFT-CUSTOMER-ID(WS-CYCLE-SUB) TO HS-BEF-CUSTOMER-ID
003522     MOVE CY-AFT-CUSTOMER-NAME(WS-CYCLE-SUB) TO
003523         HS-BEF-CUSTOMER-NAME
003524     MOVE CY-BEF-EMAIL(WS-CYCLE-SUB) TO HS-AFT-EMAIL-ADDRESS
003525     MOVE CY-BEF-CUSTOMER-ID(WS-CYCLE-SUB) TO HS-AFT-CUSTOMER-ID
003526     MOVE CY-BEF-CUSTOMER-NAME(WS-CYCLE-SUB) TO
003527         HS-AFT-CUSTOMER-NAME
003528     MOVE CY-ADDRESS-TYPE(WS-CYCLE-SUB) TO HS-ADDRESS-TYPE
003529     MOVE WS-TARGET-MERGE-ID TO HS-MERGED-CUSTOMER-ID
003530     WRITE HISTORY-RECORD
003531     IF WS-HISTORY-STATUS NOT = "00"
003532         DISPLAY "ERRO AO GRAVAR EMLHIST - STATUS "
003533             WS-HISTORY-STATUS
003534         SET WS-FILE-ERROR TO TRUE
003535     END-IF.

003536 3700-EXIT.
003537     EXIT.

003232 3900-WRITE-TRAILER.
003233     MOVE SPACES TO BACKOUT-REPORT-LINE
003234     STRING "TRAILER - CICLO: " DELIMITED BY SIZE
003290         WS-TOTAL-DIVERGENT DELIMITED BY SIZE
003292         "  XREF PENDENTE: " DELIMITED BY SIZE
003294         WS-TOTAL-XREF-PEND DELIMITED BY SIZE
003295         "  IRREVERSIVEL: " DELIMITED BY SIZE
003296         WS-TOTAL-IRREVERSIBLE DELIMITED BY SIZE
003297         "  POSTERIOR: " DELIMITED BY SIZE
003298         WS-TOTAL-LATER DELIMITED BY SIZE
003300         INTO BACKOUT-REPORT-LINE
003310     END-STRING
003320     WRITE BACKOUT-REPORT-LINE
003420* Closes everything and sets the return code the JCL uses: 0 a
003430* clean estorno, 4 divergent or cross-reference-pending records
003440* were left for a human, 8 a file error (or a missing cycle
003442* parameter) stopped the run, 16 the cycle-status gate refused
003445* the run or later cycles changed records of the cycle again
003447* (POSTERIOR on the report).
003450******************************************************************
003460 9000-TERMINATE.
003462     IF WS-GATE-REFUSED
003464         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
003466         GO TO 9000-EXIT
003468     END-IF
003470     IF NOT WS-PARM-ERROR
003480         CLOSE HISTORY-IN
003490         CLOSE CUSTOMER-MASTER
003495         IF WS-XREF-AVAILABLE
003496             CLOSE CUSTOMER-XREF
003497         END-IF
003498         IF WS-CNS-AVAILABLE
003499             CLOSE CONSENT-FILE
003500         END-IF
003501         IF WS-HOLD-AVAILABLE
003502             CLOSE HOLD-QUEUE
003503         END-IF
003500         CLOSE BACKOUT-REPORT
003510     END-IF
003520     IF WS-FILE-ERROR OR WS-PARM-ERROR
003530         MOVE 8 TO RETURN-CODE
003540     ELSE
003550         IF WS-TOTAL-LATER > 0
003560             MOVE 16 TO RETURN-CODE
003570         ELSE
003572             IF WS-TOTAL-DIVERGENT > 0
003575                 OR WS-TOTAL-XREF-PEND > 0
003578                 MOVE 4 TO RETURN-CODE
003581             ELSE
003584                 MOVE 0 TO RETURN-CODE
003587             END-IF
003590         END-IF
003600     END-IF
003602     IF WS-GATE-STARTED
003605         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003607     END-IF
003610     DISPLAY "==============================================="
003620     DISPLAY "BCKEMAIL - RESUMO DA EXECUCAO"
003630     DISPLAY "CICLO ESTORNADO.: " WS-TARGET-CYCLE
003632     IF WS-MODE-MERGE
003635         DISPLAY "FUSAO DESFEITA.: " WS-TARGET-MERGE-ID
003637     END-IF
003640     DISPLAY "HISTORIA LIDA...: " WS-TOTAL-READ
003650     DISPLAY "CARREGADO.......: " WS-TOTAL-LOADED
003660     DISPLAY "ESTORNADO.......: " WS-TOTAL-REVERSED
003670     DISPLAY "DIVERGENTE......: " WS-TOTAL-DIVERGENT
003672     DISPLAY "XREF PENDENTE...: " WS-TOTAL-XREF-PEND
003674     DISPLAY "IRREVERSIVEL....: " WS-TOTAL-IRREVERSIBLE
003677     DISPLAY "POSTERIOR.......: " WS-TOTAL-LATER
003680     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003690 9000-EXIT.
