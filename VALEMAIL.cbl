001008*                   rule, so a reject no longer shadows the
001009*                   next equal address as DUPLICADO NO
001010*                   EXTRATO.
001012*   15/10/26  GERO  The marketing consent the capture system keys
001014*                   on the extract (EI-MARKETING-CONSENT) rides
001016*                   through to EMLACC, and through SUSOUT on a
001018*                   reject, so APLEMAIL can record it on CUSTCNS.
001020*   15/10/26  GERO  The audit record of a reject that ages out
001022*                   onto the write-off report now says so
001024*                   (AU-WRITTEN-OFF), for the SCREMAIL source
001026*                   quality scorecard.
001028*   15/10/26  GERO  The run-control record zeroes the new
001030*                   APLEMAIL hold-queue counters as well.
001032*   15/10/26  GERO  New partitioned batch run: "BATCH AAAAMMDD
001034*                   Pnn" (not BATCHHV, which takes no checkpoints;
001036*                   a bad Pnn ends RC 8 before anything is
001038*                   opened or recorded) validates the extract
001040*                   partition SPLEMAIL cut, on its own .Pnn
001042*                   checkpoint, EMLACC, EMLREJ, SUSIN/SUSOUT,
001044*                   EMLWOF, EMLSEEN and AUDLOG files, and tags its
001046*                   CYCCTL record with the partition number, so
001048*                   the partitions can run side by side and
001050*                   JUNEMAIL can merge them.
001052*   15/10/26  GERO  Seals the dated AUDLOG generation on the
001054*                   AUDSELOS file at close (AUDSELO), so the
001056*                   verification job can prove it unaltered.
001058*   15/10/26  GERO  A batch or retro run checks the cycle-status
001060*                   gate (CYCGATE) before anything is opened: a
001062*                   batch run of a cycle already split must be a
001064*                   partition run, a partition needs SPLEMAIL
001066*                   ended cleanly, and a step that ended cleanly
001068*                   or is running, or anything colliding, refuses
001070*                   the run with RC 16. The end of the run is
001072*                   recorded there; interactive sessions are not
001074*                   gated.
001076******************************************************************
000899 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. VALEMAIL.
000901 AUTHOR. JEFEFRSON MOTA (GERO).
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT EMAIL-IN
000950         ASSIGN TO DYNAMIC WS-EMLIN-NAME
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-EMAIL-IN-STATUS.

000980     SELECT EMAIL-ACC-FILE
000990         ASSIGN TO DYNAMIC WS-EMLACC-NAME
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-EMAIL-ACC-STATUS.

001020     SELECT EMAIL-REJ-FILE
001030         ASSIGN TO DYNAMIC WS-EMLREJ-NAME
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-EMAIL-REJ-STATUS.

001158         FILE STATUS IS WS-EXCEPTION-STATUS.

001160     SELECT SUSPENSE-IN
001161         ASSIGN TO DYNAMIC WS-SUSIN-NAME
001162         ORGANIZATION IS LINE SEQUENTIAL
001163         FILE STATUS IS WS-SUSIN-STATUS.

001164     SELECT SUSPENSE-OUT
001165         ASSIGN TO DYNAMIC WS-SUSOUT-NAME
001166         ORGANIZATION IS LINE SEQUENTIAL
001167         FILE STATUS IS WS-SUSOUT-STATUS.

001168     SELECT WRITEOFF-FILE
001169         ASSIGN TO DYNAMIC WS-EMLWOF-NAME
001170         ORGANIZATION IS LINE SEQUENTIAL
001171         FILE STATUS IS WS-WRITEOFF-STATUS.

001172     SELECT SEEN-WORK
001173         ASSIGN TO DYNAMIC WS-EMLSEEN-NAME
001174         ORGANIZATION IS INDEXED
001175         ACCESS MODE IS RANDOM
001176         RECORD KEY IS SN-EMAIL-ADDRESS
001198         FILE STATUS IS WS-AUDGEN-STATUS.

001200     SELECT CHECKPOINT-FILE
001210         ASSIGN TO DYNAMIC WS-CHKPTF-NAME
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-CHKPT-STATUS.


001485 FD  SUSPENSE-IN
001486         LABEL RECORDS ARE STANDARD.
001487 01  SUSPENSE-IN-REC               PIC X(489).

001488 FD  SUSPENSE-OUT
001489         LABEL RECORDS ARE STANDARD.
001490 01  SUSPENSE-OUT-REC              PIC X(489).

001491 FD  WRITEOFF-FILE
001492         LABEL RECORDS ARE STANDARD.
001508     05  SR-ENTRY-DATE             PIC 9(008).
001509     05  SR-ENTRY-TIME             PIC 9(006).
001510     05  SR-ADDRESS-TYPE           PIC X(001).
001511     05  SR-MARKETING-CONSENT      PIC X(001).

001511 WORKING-STORAGE SECTION.

001905 77  WS-CUR-ENTRY-DATE             PIC 9(008) VALUE ZERO.
001906 77  WS-CUR-ENTRY-TIME             PIC 9(006) VALUE ZERO.
001907 77  WS-CUR-ADDRESS-TYPE           PIC X(001) VALUE "P".
001908 77  WS-CUR-MARKETING-CONSENT      PIC X(001) VALUE SPACE.
001908 77  WS-CUR-BOUNCED-SW             PIC X(001) VALUE "N".
001909     88  WS-CUR-BOUNCED                    VALUE "Y".
001910 77  WS-CUR-CYCLE-COUNT            PIC 9(002) VALUE ZERO.
001980* reject/suspense/write-off lines print the address trimmed.
002020 77  WS-EMAIL-LENGTH               PIC 9(03) COMP VALUE ZERO.

002032* Parameter area for the AUDSELO audit-seal module, which seals
002045* the dated AUDLOG generation at close.
002058     COPY SELPARM.

002071* Domain suggestion handed back by VALRULES for a DOMINIO NAO
002072* AUTORIZADO reject - carried to the reject record, the audit
002073* trail and the correction screen.
002083 77  WS-LOWER-LETTERS              PIC X(026) VALUE
002084     "abcdefghijklmnopqrstuvwxyz".

002086* Partitioned batch run (BATCH AAAAMMDD Pnn): the extract
002089* partition SPLEMAIL cut, with its own checkpoint, split files,
002091* suspense, seen-work file and audit file, all suffixed .Pnn,
002094* so the partitions can run side by side. Zero is a single-
002096* stream run on the plain file names.
002099 77  WS-PARTITION-PARM             PIC X(003) VALUE SPACES.
002101 77  WS-PARTITION-NO               PIC 9(002) VALUE ZERO.
002104 77  WS-PARTITION-SW               PIC X(01) VALUE "N".
002106     88  WS-PARTITION-MODE                 VALUE "Y".
002109 77  WS-PARM-ERROR-SW              PIC X(01) VALUE "N".
002111     88  WS-PARM-ERROR                     VALUE "Y".
002114 77  WS-EMLIN-NAME                 PIC X(040) VALUE "EMLIN".
002116 77  WS-EMLACC-NAME                PIC X(040) VALUE "EMLACC".
002119 77  WS-EMLREJ-NAME                PIC X(040) VALUE "EMLREJ".
002121 77  WS-SUSIN-NAME                 PIC X(040) VALUE "SUSIN".
002124 77  WS-SUSOUT-NAME                PIC X(040) VALUE "SUSOUT".
002126 77  WS-EMLWOF-NAME                PIC X(040) VALUE "EMLWOF".
002129 77  WS-EMLSEEN-NAME               PIC X(040) VALUE "EMLSEEN".
002131 77  WS-CHKPTF-NAME                PIC X(040) VALUE "CHKPTF".

002134* Batch totals for the trailer record and the return code.
002140 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
002150 77  WS-TOTAL-ACCEPTED             PIC 9(07) VALUE ZERO.
002465 77  WS-ONL-TYPE                   PIC X(001) VALUE SPACE.
002466 77  WS-AUDGEN-STATUS              PIC X(02) VALUE SPACES.

002467* Cycle-status gate (CYCGATE): this run is checked against the
002468* CYCSTAT cycle-status file before anything is opened, and its
002469* end is recorded there (batch and retro runs only).
002470     COPY CYCPARM.
002471 77  WS-GATE-SW                    PIC X(01) VALUE "N".
002472     88  WS-GATE-STARTED                   VALUE "S".
002473     88  WS-GATE-REFUSED                   VALUE "R".

002467 SCREEN SECTION.
002470 01  WS-CORRECTION-SCREEN.
002480     05  BLANK SCREEN.
002880* 0000-MAINLINE
002890* Overall control - initialize, run the requested mode, then
002900* close out and hand a return code back to the JCL.
002903* A run the cycle-status gate refuses stops after 1000, RC 16;
002906* one with a bad partition parameter stops there too, RC 8.
002910******************************************************************
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002931     IF WS-GATE-REFUSED
002932         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
002934     ELSE
002935     IF WS-PARM-ERROR
002937         PERFORM 1055-REFUSE-PARM THRU 1055-EXIT
002938     ELSE
002940     IF WS-BATCH-MODE
002942         IF WS-HIVOL-MODE
002944             PERFORM 2600-HIVOL-CONTROL THRU 2600-EXIT
002972         END-IF
002980     END-IF
002990     PERFORM 9000-TERMINATE THRU 9000-EXIT
002992     END-IF
002995     END-IF
003000     STOP RUN.

003010******************************************************************
003172         SET WS-BATCH-MODE TO TRUE
003174         SET WS-HIVOL-MODE TO TRUE
003176         MOVE WS-COMMAND-LINE(9:8) TO WS-DATE-OVERRIDE
003177         MOVE WS-COMMAND-LINE(18:3) TO WS-PARTITION-PARM
003178     ELSE
003180         IF WS-COMMAND-LINE(1:5) = "BATCH"
003182             SET WS-BATCH-MODE TO TRUE
003184             MOVE WS-COMMAND-LINE(7:8) TO WS-DATE-OVERRIDE
003185             MOVE WS-COMMAND-LINE(16:3) TO WS-PARTITION-PARM
003186         END-IF
003190     END-IF
003192     IF WS-COMMAND-LINE(1:5) = "RETRO"
003194         SET WS-RETRO-MODE TO TRUE
003196     END-IF
003197     IF WS-BATCH-MODE AND WS-PARTITION-PARM NOT = SPACES
003198         PERFORM 1050-SET-PARTITION-NAMES THRU 1050-EXIT
003199         IF WS-PARM-ERROR
003200             GO TO 1000-EXIT
003201         END-IF
003202     END-IF
003203     IF WS-BATCH-MODE OR WS-RETRO-MODE
003204         PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
003205         IF WS-GATE-REFUSED
003206             GO TO 1000-EXIT
003207         END-IF
003208     END-IF
003210     IF WS-BATCH-MODE
003220         PERFORM 1150-PEEK-CHECKPOINT THRU 1150-EXIT
003222         IF WS-HIVOL-MODE AND WS-RESTART-COUNT > 0
003282         END-IF
003290     END-IF
003292     IF NOT WS-RETRO-MODE
003293         IF WS-PARTITION-MODE
003295             PERFORM 1060-OPEN-PARTITION-AUDIT THRU 1060-EXIT
003297         ELSE
003298             PERFORM 1400-OPEN-AUDIT-LOG THRU 1400-EXIT
003300         END-IF
003302     END-IF.

003310 1000-EXIT.
003320     EXIT.

003830******************************************************************
003831* 1050-SET-PARTITION-NAMES
003832* A partitioned run validates the partition SPLEMAIL cut for it
003833* and keeps every file it writes or restarts from apart from the
003834* other partitions running beside it. The same address always
003835* falls in the same partition, so a partition's own EMLSEEN still
003836* catches every same-night duplicate. BATCHHV takes no
003837* checkpoints, and a partition has to be restartable on its own,
003838* so a partition is always run in plain BATCH mode.
003839******************************************************************
003840 1050-SET-PARTITION-NAMES.
003841     IF WS-HIVOL-MODE
003842         DISPLAY "ERRO: MODO BATCHHV NAO RODA POR PARTICAO - "
003843             "INFORME BATCH AAAAMMDD Pnn"
003844         SET WS-PARM-ERROR TO TRUE
003845         GO TO 1050-EXIT
003846     END-IF
003847     IF WS-PARTITION-PARM(1:1) NOT = "P"
003848         OR WS-PARTITION-PARM(2:2) IS NOT NUMERIC
003849         OR WS-PARTITION-PARM(2:2) = "00"
003850         DISPLAY "ERRO: PARTICAO INVALIDA - INFORME Pnn"
003851         SET WS-PARM-ERROR TO TRUE
003852         GO TO 1050-EXIT
003853     END-IF
003854     MOVE WS-PARTITION-PARM(2:2) TO WS-PARTITION-NO
003855     SET WS-PARTITION-MODE TO TRUE
003856     MOVE SPACES TO WS-EMLIN-NAME WS-EMLACC-NAME WS-EMLREJ-NAME
003857     MOVE SPACES TO WS-SUSIN-NAME WS-SUSOUT-NAME WS-EMLWOF-NAME
003858     MOVE SPACES TO WS-EMLSEEN-NAME WS-CHKPTF-NAME
003859     STRING "EMLIN.P" WS-PARTITION-NO DELIMITED BY SIZE
003860         INTO WS-EMLIN-NAME
003861     END-STRING
003862     STRING "EMLACC.P" WS-PARTITION-NO DELIMITED BY SIZE
003863         INTO WS-EMLACC-NAME
003864     END-STRING
003865     STRING "EMLREJ.P" WS-PARTITION-NO DELIMITED BY SIZE
003866         INTO WS-EMLREJ-NAME
003867     END-STRING
003868     STRING "SUSIN.P" WS-PARTITION-NO DELIMITED BY SIZE
003869         INTO WS-SUSIN-NAME
003870     END-STRING
003871     STRING "SUSOUT.P" WS-PARTITION-NO DELIMITED BY SIZE
003872         INTO WS-SUSOUT-NAME
003873     END-STRING
003874     STRING "EMLWOF.P" WS-PARTITION-NO DELIMITED BY SIZE
003875         INTO WS-EMLWOF-NAME
003876     END-STRING
003877     STRING "EMLSEEN.P" WS-PARTITION-NO DELIMITED BY SIZE
003878         INTO WS-EMLSEEN-NAME
003879     END-STRING
003880     STRING "CHKPTF.P" WS-PARTITION-NO DELIMITED BY SIZE
003881         INTO WS-CHKPTF-NAME
003882     END-STRING.

003883 1050-EXIT.
003884     EXIT.

003885******************************************************************
003886* 1055-REFUSE-PARM
003887* The partition parameter was refused in 1050: nothing was opened
003888* and the cycle-status gate was not called, so there is no audit
003889* generation to seal and no run-control record to cut - 9000 is
003890* not performed. A CYCCTL record here would stand in for a cycle
003891* this run never validated.
003892******************************************************************
003893 1055-REFUSE-PARM.
003894     MOVE 8 TO RETURN-CODE
003895     DISPLAY "==============================================="
003896     DISPLAY "VALEMAIL - PARAMETRO DE PARTICAO RECUSADO"
003897     DISPLAY "PARAMETRO.......: " WS-COMMAND-LINE(1:30)
003898     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003899 1055-EXIT.
003900     EXIT.

003901******************************************************************
003902* 1060-OPEN-PARTITION-AUDIT
003903* A partition writes its audit records to its own AUDLOG.Pnn -
003904* fresh for a new run, extended on a restart - and does not touch
003905* the AUDGENS catalog: JUNEMAIL folds the partitions into the one
003906* dated generation for the cycle and catalogs that.
003907******************************************************************
003908 1060-OPEN-PARTITION-AUDIT.
003909     MOVE SPACES TO WS-AUDIT-FILE-NAME
003910     STRING "AUDLOG.P" WS-PARTITION-NO DELIMITED BY SIZE
003911         INTO WS-AUDIT-FILE-NAME
003912     END-STRING
003913     IF WS-RESTART-COUNT > 0
003914         OPEN EXTEND AUDIT-OUT
003915     ELSE
003916         OPEN OUTPUT AUDIT-OUT
003917     END-IF
003918     IF WS-AUDIT-STATUS NOT = "00"
003919         DISPLAY "ERRO AO ABRIR " WS-AUDIT-FILE-NAME
003920             " - STATUS " WS-AUDIT-STATUS
003921         SET WS-FILE-ERROR TO TRUE
003922     END-IF.

003923 1060-EXIT.
003924     EXIT.

003925******************************************************************
003840* 1150-PEEK-CHECKPOINT
003850* Reads the checkpoint left behind by an earlier abended run, if
003860* any, BEFORE the EMLACC/EMLREJ split-report files are opened, so
005251     EXIT.

005252******************************************************************
005253* 1900-CHECK-CYCLE-GATE
005254* Asks the cycle-status gate whether this batch, partition or
005255* retro run of VALEMAIL may start now. The cycle is the one the
005256* extract header is held to (the date on the command line, else
005257* the run date); a retro run belongs to no cycle (cycle zero). The
005258* partition number (zero for a single-stream run) lets the gate
005259* track each partition of a split cycle on its own.
005260* A refusal (or a status file that cannot be read) stops the run
005261* before anything is opened; 0000 ends it with return code 16.
005262******************************************************************
005263 1900-CHECK-CYCLE-GATE.
005264     IF WS-RETRO-MODE
005265         MOVE 0 TO CG-CYCLE-DATE
005266     ELSE
005267         IF WS-DATE-OVERRIDE IS NUMERIC
005268             MOVE WS-DATE-OVERRIDE TO CG-CYCLE-DATE
005269         ELSE
005270             MOVE WS-RUN-DATE TO CG-CYCLE-DATE
005271         END-IF
005272     END-IF
005273     SET CG-FN-START TO TRUE
005274     MOVE "VALEMAIL" TO CG-PROGRAM-ID
005275     MOVE WS-PARTITION-NO TO CG-PARTITION-NO
005276     MOVE 0 TO CG-RETURN-CODE
005277     CALL "CYCGATE" USING CYCLE-GATE-PARM
005278     IF CG-ALLOWED
005279         SET WS-GATE-STARTED TO TRUE
005280     ELSE
005281         DISPLAY "ERRO: " CG-REASON-TEXT
005282         SET WS-GATE-REFUSED TO TRUE
005283     END-IF.

005284 1900-EXIT.
005285     EXIT.

005286******************************************************************
005287* 1910-REFUSE-RUN
005288* The gate refused the run: nothing was opened or written, so
005289* there is nothing to close, no audit generation to seal and no
005290* run-control record to cut - 9000 is not performed.
005291******************************************************************
005292 1910-REFUSE-RUN.
005293     MOVE 16 TO RETURN-CODE
005294     DISPLAY "==============================================="
005295     DISPLAY "VALEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
005296     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
005297     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

005298 1910-EXIT.
005299     EXIT.

005300******************************************************************
005301* 1920-END-CYCLE-STEP
005302* Records how the run ended on CYCSTAT. The CALL clears
005303* RETURN-CODE, so the code is handed over and put back. An end
005304* that cannot be recorded raises the return code to at least 8:
005305* the step would otherwise stay running on CYCSTAT and hold up
005306* the cycle.
005307******************************************************************
005308 1920-END-CYCLE-STEP.
005309     SET CG-FN-END TO TRUE
005310     MOVE RETURN-CODE TO CG-RETURN-CODE
005311     CALL "CYCGATE" USING CYCLE-GATE-PARM
005312     MOVE CG-RETURN-CODE TO RETURN-CODE
005313     IF NOT CG-ALLOWED
005314         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
005315         IF RETURN-CODE < 8
005316             MOVE 8 TO RETURN-CODE
005317         END-IF
005318     END-IF.

005319 1920-EXIT.
005320     EXIT.

005321******************************************************************
005253* 2000-BATCH-CONTROL
005254* Drives batch mode: read every record on the extract, validate
005255* it exactly as the interactive path does, split the results
005536     MOVE EI-SOURCE-SYSTEM TO WS-CUR-SOURCE-SYSTEM
005537     MOVE EI-ENTRY-DATE TO WS-CUR-ENTRY-DATE
005538     MOVE EI-ENTRY-TIME TO WS-CUR-ENTRY-TIME
005539     MOVE EI-MARKETING-CONSENT TO WS-CUR-MARKETING-CONSENT
005539     IF EI-TYPE-PRIMARY OR EI-TYPE-BILLING OR EI-TYPE-CONTACT
005540         MOVE EI-ADDRESS-TYPE TO WS-CUR-ADDRESS-TYPE
005541     ELSE
005726     MOVE WS-CUR-ENTRY-DATE TO EA-ENTRY-DATE
005727     MOVE WS-CUR-ENTRY-TIME TO EA-ENTRY-TIME
005728     MOVE WS-CUR-ADDRESS-TYPE TO EA-ADDRESS-TYPE
005729     MOVE WS-CUR-MARKETING-CONSENT TO EA-MARKETING-CONSENT
005730     WRITE ACCEPTED-RECORD
005740     IF WS-EMAIL-ACC-STATUS NOT = "00"
005750         DISPLAY "ERRO AO GRAVAR EMLACC - STATUS "
006070     MOVE WS-CUR-ENTRY-DATE TO SU-ENTRY-DATE
006071     MOVE WS-CUR-ENTRY-TIME TO SU-ENTRY-TIME
006072     MOVE WS-CUR-ADDRESS-TYPE TO SU-ADDRESS-TYPE
006073     MOVE WS-CUR-MARKETING-CONSENT TO SU-MARKETING-CONSENT
006073     MOVE WS-USER-EMAIL TO SU-EMAIL-ADDRESS
006074     MOVE WS-RSN-NO-AT TO SU-RSN-NO-AT
006075     MOVE WS-RSN-MULT-AT TO SU-RSN-MULT-AT
006248     ELSE
006249         MOVE "P" TO WS-CUR-ADDRESS-TYPE
006250     END-IF
006251     MOVE SU-MARKETING-CONSENT TO WS-CUR-MARKETING-CONSENT
006251     MOVE SU-EMAIL-ADDRESS TO WS-USER-EMAIL
006252     IF SU-RSN-BOUNCED = "Y"
006253         SET WS-CUR-BOUNCED TO TRUE
006386     MOVE EI-ENTRY-DATE TO SR-ENTRY-DATE
006387     MOVE EI-ENTRY-TIME TO SR-ENTRY-TIME
006388     MOVE EI-ADDRESS-TYPE TO SR-ADDRESS-TYPE
006389     MOVE EI-MARKETING-CONSENT TO SR-MARKETING-CONSENT
006389     RELEASE SORT-RECORD
006390     PERFORM 2100-READ-EMAIL-RECORD THRU 2100-EXIT.

006456     ELSE
006457         MOVE "P" TO WS-CUR-ADDRESS-TYPE
006458     END-IF
006459     MOVE SR-MARKETING-CONSENT TO WS-CUR-MARKETING-CONSENT
006459     MOVE 0 TO WS-CUR-CYCLE-COUNT
006460     PERFORM 4000-VALIDATE-EMAIL THRU 4000-EXIT
006461     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
010010     ELSE
010020         SET AU-MODE-INTERACTIVE TO TRUE
010030     END-IF
010031     MOVE "N" TO AU-WRITTEN-OFF
010033     IF NOT WS-EMAIL-VALID AND NOT WS-RSN-BLOCKED-YES
010035         AND WS-CUR-CYCLE-COUNT + 1 > WS-MAX-CYCLES
010036         MOVE "Y" TO AU-WRITTEN-OFF
010038     END-IF
010040     MOVE WS-USER-EMAIL TO AU-EMAIL-TRIED
010041     MOVE WS-CUR-CUSTOMER-ID TO AU-CUSTOMER-ID
010042     MOVE WS-CUR-SOURCE-SYSTEM TO AU-SOURCE-SYSTEM
010392* the return code the JCL uses to route rejected batches to the
010394* follow-up step: 0 all valid, 4 some rejected, 8 a file error
010396* stopped the run, 12 the extract failed the header/trailer
010397* reconciliation, 16 the cycle-status gate refused the run (see
010398* 0000). In interactive mode "some rejected" means the
010398* operator had to correct at least one attempt this run, since
010400* the loop in 3000 does not exit until the final try is valid.
010401* A retro run never opens the audit trail, and "some rejected"
010404 9000-TERMINATE.
010405     IF NOT WS-RETRO-MODE
010406         CLOSE AUDIT-OUT
010407         IF NOT WS-PARTITION-MODE
010408             PERFORM 9200-SEAL-AUDIT-GENERATION THRU 9200-EXIT
010409         END-IF
010407     END-IF
010408     IF NOT WS-BATCH-MODE AND WS-CUSTMAS-AVAILABLE
010410         CLOSE CUSTOMER-MASTER
010445     END-IF
010446     END-IF
010447     PERFORM 9100-WRITE-RUN-CONTROL THRU 9100-EXIT
010448     IF WS-GATE-STARTED
010449         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
010450     END-IF
010448     DISPLAY "==============================================="
010450     DISPLAY "VALEMAIL - RESUMO DA EXECUCAO"
010452     IF WS-BATCH-MODE
010493     MOVE ZERO TO RC-TOTAL-BLOCKED RC-TOTAL-APPLIED
010494     MOVE ZERO TO RC-TOTAL-SKIPPED RC-TOTAL-FAILED
010495     MOVE ZERO TO RC-ONL-READ RC-RETURN-CODE
010496     MOVE ZERO TO RC-TOTAL-HELD RC-HOLD-RELEASED
010496     MOVE "VALEMAIL" TO RC-PROGRAM-ID
010497     IF WS-BATCH-MODE
010498         IF WS-HIVOL-MODE
010523     MOVE WS-RECYC-WRITEOFF TO RC-TOTAL-WRITEOFF
010524     MOVE WS-TOTAL-BLOCKED TO RC-TOTAL-BLOCKED
010525     MOVE RETURN-CODE TO RC-RETURN-CODE
010526     MOVE WS-PARTITION-NO TO RC-PARTITION-NO
010526     OPEN EXTEND CYCLE-CONTROL
010527     IF WS-CYCCTL-STATUS NOT = "00"
010528         OPEN OUTPUT CYCLE-CONTROL
010541 9100-EXIT.
010542     EXIT.

010543******************************************************************
010544* 9200-SEAL-AUDIT-GENERATION
010545* Seals this run's dated AUDLOG generation on AUDSELOS now that it
010546* is closed: record count, running hash and first/last timestamps
010547* (AUDSELO, function S). A generation several runs share is
010548* re-sealed over its new length only if what the previous seal
010549* covered is unchanged; otherwise no seal is written and the
010550* break is warned for the verification job to report. Neither
010551* outcome changes the return code - the validation itself stands.
010552* A partition's AUDLOG.Pnn is not sealed; JUNEMAIL seals the
010553* generation it folds the partitions into.
010554******************************************************************
010555 9200-SEAL-AUDIT-GENERATION.
010556     MOVE "S" TO SA-FUNCTION
010557     MOVE WS-RUN-DATE TO SA-GEN-DATE
010558     MOVE "VALEMAIL" TO SA-PROGRAM-ID
010559     CALL "AUDSELO" USING SEAL-PARM
010560     IF NOT SA-SEAL-WRITTEN-YES
010561         DISPLAY "AVISO: " WS-AUDIT-FILE-NAME " NAO SELADA - "
010562             SA-VERDICT-TEXT
010563     END-IF.

010564 9200-EXIT.
010565     EXIT.

010543 END PROGRAM VALEMAIL.
