000100******************************************************************
000110* Program:  ERAEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  EXCLUSAO DE EMAIL POR PEDIDO DO TITULAR (LGPD). LE O
000140*           ARQUIVO DE PEDIDOS ERAREQ (CLIENTE, NUMERO E DATA DO
000150*           PEDIDO), EXCLUI O ENDERECO DO CADASTRO CUSTMAS E DO
000160*           CRUZAMENTO CUSTXRF E MASCARA O ENDERECO NA HISTORIA
000170*           EMLHIST, NAS SUSPENSOES SUSIN/SUSOUT E EM CADA
000180*           GERACAO AUDLOG.AAAAMMDD DO CATALOGO AUDGENS. OS
000190*           REGISTROS DE AUDITORIA E HISTORIA FICAM NO LUGAR, SO
000200*           COM O ENDERECO MASCARADO, PARA QUE AS CONTAGENS
000210*           CONTINUEM FECHANDO. O CLIENTE ENTRA NO REGISTRO DE
000220*           EXCLUSOES CUSTERA, QUE O APLEMAIL CONSULTA PARA NAO
000230*           REPOSTAR O ENDERECO A PARTIR DE UM EMLACC ANTIGO. O
000240*           CERTIFICADO ERACERT LISTA, POR PEDIDO, O QUE FOI
000250*           TOCADO EM CADA ARQUIVO, PARA O ENCARREGADO (DPO).
000253*           A FILA DE RETENCAO CUSTHLD TAMBEM E MASCARADA, E AS
000256*           RETENCOES AINDA NAO POSTADAS SAO RECUSADAS.
000260* Tectonics: cobc
000270*
000280* Modification History:
000290*   15/10/26  GERO  Original version.
000300*   15/10/26  GERO  Checks each generation's seal (AUDSELO)
000301*                   before masking it and re-seals it afterwards
000302*                   when the seal held; a seal that had already
000303*                   failed is warned (RC 4) and left as found.
000304*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000306*                   anything is opened, as a run outside any
000308*                   cycle: refused with RC 16 while a run that
000310*                   would collide with it on the customer master
000312*                   files, EMLHIST or the audit trail is active.
000314*                   Records its end there.
000315*   15/10/26  GERO  Masks the erased addresses on the CUSTHLD
000316*                   fraud hold queue too and declines the entries
000317*                   not yet posted; the certificate counts both.
000318******************************************************************
000319 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ERAEMAIL.
000330 AUTHOR. JEFEFRSON MOTA (GERO).
000340 INSTALLATION. CADASTRO DE CLIENTES.
000350 DATE-WRITTEN. 15/10/26.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ERASURE-IN
000410         ASSIGN TO "ERAREQ"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ERAREQ-STATUS.

000440     SELECT ERASURE-REGISTER
000450         ASSIGN TO "CUSTERA"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EG-CUSTOMER-ID
000490         FILE STATUS IS WS-CUSTERA-STATUS.

000500     SELECT CUSTOMER-MASTER
000510         ASSIGN TO "CUSTMAS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CM-EMAIL-ADDRESS
000550         FILE STATUS IS WS-CUSTMAS-STATUS.

000560     SELECT CUSTOMER-XREF
000570         ASSIGN TO "CUSTXRF"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS XR-XREF-KEY
000610         FILE STATUS IS WS-CUSTXRF-STATUS.

000620     SELECT HISTORY-FILE
000630         ASSIGN TO "EMLHIST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HISTORY-STATUS.

000660     SELECT SUSPENSE-FILE
000670         ASSIGN TO DYNAMIC WS-SUSP-FILE-NAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SUSP-STATUS.

000700     SELECT AUDIT-GEN-FILE
000710         ASSIGN TO "AUDGENS"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AUDGEN-STATUS.

000740     SELECT AUDIT-FILE
000750         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-AUDIT-STATUS.

000780     SELECT CERTIFICATE-OUT
000790         ASSIGN TO "ERACERT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CERT-STATUS.

000811     SELECT HOLD-QUEUE
000812         ASSIGN TO "CUSTHLD"
000814         ORGANIZATION IS INDEXED
000815         ACCESS MODE IS DYNAMIC
000817         RECORD KEY IS HL-HOLD-KEY
000818         FILE STATUS IS WS-CUSTHLD-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ERASURE-IN
000850         LABEL RECORDS ARE STANDARD.
000860     COPY ERAREQ.

000870 FD  ERASURE-REGISTER
000880         LABEL RECORDS ARE STANDARD.
000890     COPY ERAREG.

000900 FD  CUSTOMER-MASTER
000910         LABEL RECORDS ARE STANDARD.
000920     COPY CUSTMAS.

000930 FD  CUSTOMER-XREF
000940         LABEL RECORDS ARE STANDARD.
000950     COPY CUSTXRF.

000960 FD  HISTORY-FILE
000970         LABEL RECORDS ARE STANDARD.
000980     COPY HSTREC.

000990* SUSIN and SUSOUT in turn, under one dynamic name - the record
001000* is moved to the SUSREC layout in working storage to be judged.
001010 FD  SUSPENSE-FILE
001020         LABEL RECORDS ARE STANDARD.
001030 01  SUSPENSE-FILE-REC             PIC X(489).

001040 FD  AUDIT-GEN-FILE
001050         LABEL RECORDS ARE STANDARD.
001060     COPY AUDGEN.

001070 FD  AUDIT-FILE
001080         LABEL RECORDS ARE STANDARD.
001090     COPY AUDREC.

001100 FD  CERTIFICATE-OUT
001110         LABEL RECORDS ARE STANDARD.
001120 01  CERTIFICATE-LINE              PIC X(132).

001122 FD  HOLD-QUEUE
001125         LABEL RECORDS ARE STANDARD.
001127     COPY HLDREC.

001130 WORKING-STORAGE SECTION.

001140* Canonical suspense record, moved to/from the suspense files.
001150     COPY SUSREC.

001153* Detail image kept on a CUSTHLD entry, unpacked to be judged.
001156     COPY ACCREC.

001160* End-of-file and error switches.
001170 77  WS-ERAREQ-EOF-SW              PIC X(01) VALUE "N".
001180     88  WS-ERAREQ-EOF                     VALUE "Y".
001190 77  WS-MASTER-EOF-SW              PIC X(01) VALUE "N".
001200     88  WS-MASTER-EOF                     VALUE "Y".
001210 77  WS-HISTORY-EOF-SW             PIC X(01) VALUE "N".
001220     88  WS-HISTORY-EOF                    VALUE "Y".
001230 77  WS-SUSP-EOF-SW                PIC X(01) VALUE "N".
001240     88  WS-SUSP-EOF                       VALUE "Y".
001250 77  WS-AUDGEN-EOF-SW              PIC X(01) VALUE "N".
001260     88  WS-AUDGEN-EOF                     VALUE "Y".
001270 77  WS-AUDIT-EOF-SW               PIC X(01) VALUE "N".
001280     88  WS-AUDIT-EOF                      VALUE "Y".
001283 77  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
001286     88  WS-HOLD-EOF                       VALUE "Y".
001290 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
001300     88  WS-FILE-ERROR                     VALUE "Y".
001310 77  WS-CUSTMAS-AVAIL-SW           PIC X(01) VALUE "N".
001320     88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
001330 77  WS-XREF-AVAIL-SW              PIC X(01) VALUE "N".
001340     88  WS-XREF-AVAILABLE                 VALUE "Y".
001350 77  WS-GENTAB-OVERFLOW-SW         PIC X(01) VALUE "N".
001360     88  WS-GENTAB-OVERFLOW-YES            VALUE "Y".
001370 77  WS-RECORD-TOUCHED-SW          PIC X(01) VALUE "N".
001380     88  WS-RECORD-TOUCHED                 VALUE "Y".

001390 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
001400 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.

001410* The night's erasure requests, loaded to storage: every file is
001420* then read once and each record judged against all of them.
001430* RQ-STATUS: E to be erased, R refused (bad or repeated customer
001440* id), A customer already on the register (a re-run - the sweep
001450* is repeated, nothing already masked is counted twice).
001460 77  WS-REQ-COUNT                  PIC 9(04) COMP VALUE ZERO.
001470 77  WS-REQ-MAX                    PIC 9(04) COMP VALUE 500.
001480 77  WS-REQ-SUB                    PIC 9(04) COMP VALUE ZERO.
001490 01  WS-REQUEST-TABLE.
001500     05  WS-REQUEST-ENTRY OCCURS 500 TIMES.
001510         10  RQ-CUSTOMER-ID        PIC 9(009).
001520         10  RQ-REQUEST-NO         PIC X(012).
001530         10  RQ-REQUEST-DATE       PIC 9(008).
001540         10  RQ-STATUS             PIC X(001).
001550             88  RQ-TO-ERASE               VALUE "E".
001560             88  RQ-REFUSED                VALUE "R".
001570             88  RQ-ALREADY-ERASED         VALUE "A".
001580         10  RQ-CNT-CUSTMAS        PIC 9(07).
001590         10  RQ-CNT-XREF           PIC 9(07).
001600         10  RQ-CNT-HISTORY        PIC 9(07).
001610         10  RQ-CNT-SUSIN          PIC 9(07).
001620         10  RQ-CNT-SUSOUT         PIC 9(07).
001630         10  RQ-CNT-AUDLOG         PIC 9(07).
001640         10  RQ-CNT-GENS           PIC 9(05).
001650         10  RQ-GEN-HITS           PIC 9(07).
001653         10  RQ-CNT-HOLD           PIC 9(07).
001656         10  RQ-CNT-HOLD-DECL      PIC 9(07).

001660* Every address the requests owned, as found on CUSTXRF and
001670* CUSTMAS. A record carrying no customer id (an interactive audit
001680* attempt, an add with no identity) is matched on its address
001690* against this table instead.
001700 77  WS-ADDR-COUNT                 PIC 9(04) COMP VALUE ZERO.
001710 77  WS-ADDR-MAX                   PIC 9(04) COMP VALUE 2000.
001720 77  WS-ADDR-SUB                   PIC 9(04) COMP VALUE ZERO.
001730 01  WS-ADDRESS-TABLE.
001740     05  WS-ADDRESS-ENTRY OCCURS 2000 TIMES.
001750         10  ET-EMAIL-ADDRESS      PIC X(254).
001760         10  ET-REQ-SUB            PIC 9(04) COMP.
001770         10  ET-FROM-MASTER        PIC X(001).
001780         10  ET-CUSTOMER-NAME      PIC X(030).

001790* Generations found on AUDGENS and, per request, the generations
001800* it was found in - the certificate lists them one by one.
001810 77  WS-GEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
001820 77  WS-GEN-SUB                    PIC 9(04) COMP VALUE ZERO.
001830 01  WS-GEN-TABLE.
001840     05  WS-GEN-ENTRY OCCURS 3000 TIMES.
001850         10  GT-GEN-DATE           PIC 9(008).
001860 77  WS-HIT-COUNT                  PIC 9(04) COMP VALUE ZERO.
001870 77  WS-HIT-MAX                    PIC 9(04) COMP VALUE 3000.
001880 77  WS-HIT-SUB                    PIC 9(04) COMP VALUE ZERO.
001890 01  WS-HIT-TABLE.
001900     05  WS-HIT-ENTRY OCCURS 3000 TIMES.
001910         10  AH-REQ-SUB            PIC 9(04) COMP.
001920         10  AH-GEN-DATE           PIC 9(008).
001930         10  AH-COUNT              PIC 9(07).

001940* Matching work fields: the identity and address of the image
001950* being judged, and the request it belongs to (zero = none).
001960 77  WS-MATCH-ID                   PIC 9(009) VALUE ZERO.
001970 77  WS-MATCH-ADDRESS              PIC X(254) VALUE SPACES.
001980 77  WS-MATCH-SUB                  PIC 9(04) COMP VALUE ZERO.
001990 77  WS-FOUND-SUB                  PIC 9(04) COMP VALUE ZERO.
001995 77  WS-TOUCH-SUB                  PIC 9(04) COMP VALUE ZERO.
002000 77  WS-MASK-ADDRESS               PIC X(254) VALUE SPACES.
002010 77  WS-MASK-PREFIX                PIC X(013) VALUE
002020     "APAGADO-LGPD-".

002030* Cross-reference sweep: the three address types a customer can
002040* hold, tried one by one.
002050 77  WS-XREF-TYPES                 PIC X(003) VALUE "PBC".
002060 77  WS-XREF-SUB                   PIC 9(01) COMP VALUE ZERO.

002070* Case-fold alphabets, mirroring the canonical rule VALRULES
002080* applies, so an address keyed in any case still matches.
002090 77  WS-UPPER-LETTERS              PIC X(026) VALUE
002100     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002110 77  WS-LOWER-LETTERS              PIC X(026) VALUE
002120     "abcdefghijklmnopqrstuvwxyz".

002130* Totals for the certificate trailer and the return code.
002140 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
002150 77  WS-TOTAL-ERASED               PIC 9(07) VALUE ZERO.
002160 77  WS-TOTAL-REFUSED              PIC 9(07) VALUE ZERO.
002170 77  WS-TOTAL-GENS-READ            PIC 9(05) VALUE ZERO.
002180 77  WS-TOTAL-GENS-MISSING         PIC 9(05) VALUE ZERO.
002184 77  WS-TOTAL-GENS-SEAL-FAILED     PIC 9(05) VALUE ZERO.
002190 77  WS-SUSP-COUNT                 PIC 9(07) VALUE ZERO.

002200* Certificate line assembly.
002210 77  WS-CERT-LABEL                 PIC X(030) VALUE SPACES.
002220 77  WS-CERT-COUNT                 PIC 9(07) VALUE ZERO.
002230 77  WS-CERT-SITUATION             PIC X(040) VALUE SPACES.

002240* Dynamic names of the suspense file and generation being swept.
002250 77  WS-SUSP-FILE-NAME             PIC X(040) VALUE SPACES.
002260 77  WS-AUDIT-FILE-NAME            PIC X(040) VALUE SPACES.

002261* Seal check of the generation being masked: the audit-seal
002262* module's parameter area, whether the seal held beforehand and
002263* how many of its records this run masked.
002264     COPY SELPARM.
002265 77  WS-GEN-SEAL-HELD-SW           PIC X(01) VALUE "N".
002266     88  WS-GEN-SEAL-HELD                  VALUE "Y".
002267 77  WS-GEN-MASKED                 PIC 9(07) VALUE ZERO.

002270* File status codes, one per SELECT above.
002280 77  WS-ERAREQ-STATUS              PIC X(02) VALUE SPACES.
002290 77  WS-CUSTERA-STATUS             PIC X(02) VALUE SPACES.
002300 77  WS-CUSTMAS-STATUS             PIC X(02) VALUE SPACES.
002310 77  WS-CUSTXRF-STATUS             PIC X(02) VALUE SPACES.
002320 77  WS-HISTORY-STATUS             PIC X(02) VALUE SPACES.
002330 77  WS-SUSP-STATUS                PIC X(02) VALUE SPACES.
002340 77  WS-AUDGEN-STATUS              PIC X(02) VALUE SPACES.
002350 77  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
002353 77  WS-CERT-STATUS                PIC X(02) VALUE SPACES.
002357 77  WS-CUSTHLD-STATUS             PIC X(02) VALUE SPACES.

002361* Cycle-status gate (CYCGATE): this run is checked against the
002362* CYCSTAT cycle-status file before anything is opened, and its
002363* end is recorded there.
002364     COPY CYCPARM.
002365 77  WS-GATE-SW                    PIC X(01) VALUE "N".
002366     88  WS-GATE-STARTED                   VALUE "S".
002367     88  WS-GATE-REFUSED                   VALUE "R".

002370 PROCEDURE DIVISION.

002380******************************************************************
002390* 0000-MAINLINE
002400* Overall control - load and register the requests, then sweep
002410* each file in turn and print the certificate.
002420******************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002450     IF NOT WS-FILE-ERROR AND WS-TOTAL-ERASED > 0
002460         PERFORM 2000-ERASE-XREF THRU 2000-EXIT
002470         PERFORM 3000-ERASE-MASTER THRU 3000-EXIT
002480     END-IF
002490     IF NOT WS-FILE-ERROR AND WS-TOTAL-ERASED > 0
002500         PERFORM 4000-MASK-HISTORY THRU 4000-EXIT
002510     END-IF
002520     IF NOT WS-FILE-ERROR AND WS-TOTAL-ERASED > 0
002530         MOVE "SUSIN" TO WS-SUSP-FILE-NAME
002540         PERFORM 5000-MASK-SUSPENSE THRU 5000-EXIT
002550         MOVE "SUSOUT" TO WS-SUSP-FILE-NAME
002560         PERFORM 5000-MASK-SUSPENSE THRU 5000-EXIT
002570     END-IF
002572     IF NOT WS-FILE-ERROR AND WS-TOTAL-ERASED > 0
002575         PERFORM 5500-MASK-HOLD-QUEUE THRU 5500-EXIT
002577     END-IF
002580     IF NOT WS-FILE-ERROR AND WS-TOTAL-ERASED > 0
002590         PERFORM 6000-MASK-AUDIT-TRAIL THRU 6000-EXIT
002600     END-IF
002610     IF NOT WS-FILE-ERROR
002620         PERFORM 7000-WRITE-CERTIFICATE THRU 7000-EXIT
002630     END-IF
002640     PERFORM 9000-TERMINATE THRU 9000-EXIT
002650     STOP RUN.

002660******************************************************************
002670* 1000-INITIALIZE
002680* Opens the request file, the erasure register (created on the
002690* first run), the master and cross-reference for update and the
002700* certificate, then loads the requests. A missing master or
002710* cross-reference only means there is nothing there to erase.
002720******************************************************************
002730 1000-INITIALIZE.
002740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002750     ACCEPT WS-RUN-TIME FROM TIME
002751     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
002752     IF WS-GATE-REFUSED
002753         SET WS-FILE-ERROR TO TRUE
002754         GO TO 1000-EXIT
002755     END-IF
002760     OPEN INPUT ERASURE-IN
002770     IF WS-ERAREQ-STATUS NOT = "00"
002780         DISPLAY "ERRO AO ABRIR ERAREQ - STATUS "
002790             WS-ERAREQ-STATUS
002800         SET WS-FILE-ERROR TO TRUE
002810         GO TO 1000-EXIT
002820     END-IF
002830     OPEN I-O ERASURE-REGISTER
002840     IF WS-CUSTERA-STATUS = "35"
002850         OPEN OUTPUT ERASURE-REGISTER
002860         CLOSE ERASURE-REGISTER
002870         OPEN I-O ERASURE-REGISTER
002880     END-IF
002890     IF WS-CUSTERA-STATUS NOT = "00"
002900         DISPLAY "ERRO AO ABRIR CUSTERA - STATUS "
002910             WS-CUSTERA-STATUS
002920         SET WS-FILE-ERROR TO TRUE
002930     END-IF
002940     OPEN I-O CUSTOMER-MASTER
002950     IF WS-CUSTMAS-STATUS = "00"
002960         SET WS-CUSTMAS-AVAILABLE TO TRUE
002970     ELSE
002980         IF WS-CUSTMAS-STATUS = "35"
002990             DISPLAY "AVISO: CUSTMAS INEXISTENTE - NADA A EXCLUIR"
003000         ELSE
003010             DISPLAY "ERRO AO ABRIR CUSTMAS - STATUS "
003020                 WS-CUSTMAS-STATUS
003030             SET WS-FILE-ERROR TO TRUE
003040         END-IF
003050     END-IF
003060     OPEN I-O CUSTOMER-XREF
003070     IF WS-CUSTXRF-STATUS = "00"
003080         SET WS-XREF-AVAILABLE TO TRUE
003090     ELSE
003100         IF WS-CUSTXRF-STATUS = "35"
003110             DISPLAY "AVISO: CUSTXRF INEXISTENTE - NADA A EXCLUIR"
003120         ELSE
003130             DISPLAY "ERRO AO ABRIR CUSTXRF - STATUS "
003140                 WS-CUSTXRF-STATUS
003150             SET WS-FILE-ERROR TO TRUE
003160         END-IF
003170     END-IF
003180     OPEN OUTPUT CERTIFICATE-OUT
003190     IF WS-CERT-STATUS NOT = "00"
003200         DISPLAY "ERRO AO ABRIR ERACERT - STATUS "
003210             WS-CERT-STATUS
003220         SET WS-FILE-ERROR TO TRUE
003230     END-IF
003240     IF WS-FILE-ERROR
003250         GO TO 1000-EXIT
003260     END-IF
003270     PERFORM 1100-READ-REQUEST THRU 1100-EXIT
003280     PERFORM 1200-LOAD-ONE-REQUEST THRU 1200-EXIT
003290         UNTIL WS-ERAREQ-EOF OR WS-FILE-ERROR
003300     IF WS-REQ-COUNT = 0
003310         DISPLAY "AVISO: NENHUM PEDIDO DE EXCLUSAO NO ERAREQ"
003320     END-IF.

003330 1000-EXIT.
003340     EXIT.

003350 1100-READ-REQUEST.
003360     READ ERASURE-IN
003370         AT END
003380             SET WS-ERAREQ-EOF TO TRUE
003390     END-READ.

003400 1100-EXIT.
003410     EXIT.

003420******************************************************************
003430* 1200-LOAD-ONE-REQUEST
003440* Keeps one request in storage and registers the customer on
003450* CUSTERA straight away - before anything is erased - so the
003460* APLEMAIL block is in force even if this run stops half way. A
003470* customer already on the register is a re-run: the sweep is
003480* repeated and the original erasure date is kept. A request with
003490* no usable customer id, or repeating one already loaded, is
003500* refused and printed as such. More requests than the table
003510* holds is a hard stop - the operator splits the file.
003520******************************************************************
003530 1200-LOAD-ONE-REQUEST.
003540     ADD 1 TO WS-TOTAL-READ
003550     IF WS-REQ-COUNT >= WS-REQ-MAX
003560         DISPLAY "ERRO: ERAREQ COM MAIS DE " WS-REQ-MAX
003570             " PEDIDOS - DIVIDA O ARQUIVO"
003580         SET WS-FILE-ERROR TO TRUE
003590         GO TO 1200-EXIT
003600     END-IF
003610     ADD 1 TO WS-REQ-COUNT
003620     MOVE WS-REQ-COUNT TO WS-REQ-SUB
003630     MOVE ER-CUSTOMER-ID TO RQ-CUSTOMER-ID(WS-REQ-SUB)
003640     MOVE ER-REQUEST-NO TO RQ-REQUEST-NO(WS-REQ-SUB)
003650     MOVE ER-REQUEST-DATE TO RQ-REQUEST-DATE(WS-REQ-SUB)
003660     MOVE SPACE TO RQ-STATUS(WS-REQ-SUB)
003670     MOVE ZERO TO RQ-CNT-CUSTMAS(WS-REQ-SUB)
003680         RQ-CNT-XREF(WS-REQ-SUB) RQ-CNT-HISTORY(WS-REQ-SUB)
003690         RQ-CNT-SUSIN(WS-REQ-SUB) RQ-CNT-SUSOUT(WS-REQ-SUB)
003700         RQ-CNT-AUDLOG(WS-REQ-SUB) RQ-CNT-GENS(WS-REQ-SUB)
003710         RQ-GEN-HITS(WS-REQ-SUB) RQ-CNT-HOLD(WS-REQ-SUB)
003715         RQ-CNT-HOLD-DECL(WS-REQ-SUB)
003720     IF ER-CUSTOMER-ID IS NOT NUMERIC OR ER-CUSTOMER-ID = ZERO
003730         SET RQ-REFUSED(WS-REQ-SUB) TO TRUE
003740         ADD 1 TO WS-TOTAL-REFUSED
003750         GO TO 1200-NEXT
003760     END-IF
003770     MOVE ER-CUSTOMER-ID TO WS-MATCH-ID
003780     PERFORM 4900-FIND-REQUEST THRU 4900-EXIT
003790     IF WS-MATCH-SUB > 0
003800         SET RQ-REFUSED(WS-REQ-SUB) TO TRUE
003810         ADD 1 TO WS-TOTAL-REFUSED
003820         GO TO 1200-NEXT
003830     END-IF
003840     MOVE ER-CUSTOMER-ID TO EG-CUSTOMER-ID
003850     MOVE ER-REQUEST-NO TO EG-REQUEST-NO
003860     MOVE ER-REQUEST-DATE TO EG-REQUEST-DATE
003870     MOVE WS-RUN-DATE TO EG-ERASE-DATE
003880     MOVE WS-RUN-TIME TO EG-ERASE-TIME
003890     WRITE ERASURE-REGISTER-RECORD
003900         INVALID KEY
003910             CONTINUE
003920     END-WRITE
003930     IF WS-CUSTERA-STATUS = "22"
003940         SET RQ-ALREADY-ERASED(WS-REQ-SUB) TO TRUE
003950     ELSE
003960         IF WS-CUSTERA-STATUS NOT = "00"
003970             DISPLAY "ERRO AO GRAVAR CUSTERA - STATUS "
003980                 WS-CUSTERA-STATUS
003990             SET WS-FILE-ERROR TO TRUE
004000             GO TO 1200-EXIT
004010         END-IF
004020         SET RQ-TO-ERASE(WS-REQ-SUB) TO TRUE
004030     END-IF
004031     ADD 1 TO WS-TOTAL-ERASED.

004032 1200-NEXT.
004033     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.

004034 1200-EXIT.
004035     EXIT.

004036******************************************************************
004037* 1900-CHECK-CYCLE-GATE
004038* Asks the cycle-status gate whether ERAEMAIL may run now. It
004039* belongs to no cycle (cycle zero), so only a run that would
004040* collide with it is in the way.
004041* A refusal (or a status file that cannot be read) stops the run
004042* before anything is opened; 9000 ends it with return code 16.
004043******************************************************************
004044 1900-CHECK-CYCLE-GATE.
004045     SET CG-FN-START TO TRUE
004046     MOVE "ERAEMAIL" TO CG-PROGRAM-ID
004047     MOVE 0 TO CG-CYCLE-DATE
004048     MOVE 0 TO CG-PARTITION-NO
004049     MOVE 0 TO CG-RETURN-CODE
004050     CALL "CYCGATE" USING CYCLE-GATE-PARM
004051     IF CG-ALLOWED
004052         SET WS-GATE-STARTED TO TRUE
004053     ELSE
004054         DISPLAY "ERRO: " CG-REASON-TEXT
004055         SET WS-GATE-REFUSED TO TRUE
004056     END-IF.

004057 1900-EXIT.
004058     EXIT.

004059******************************************************************
004060* 1910-REFUSE-RUN
004061* The gate refused the run: nothing was opened or written, so
004062* there is nothing to close - only the refusal is shown.
004063******************************************************************
004064 1910-REFUSE-RUN.
004065     MOVE 16 TO RETURN-CODE
004066     DISPLAY "==============================================="
004067     DISPLAY "ERAEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
004068     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
004069     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

004070 1910-EXIT.
004071     EXIT.

004072******************************************************************
004073* 1920-END-CYCLE-STEP
004074* Records how the run ended on CYCSTAT. The CALL clears
004075* RETURN-CODE, so the code is handed over and put back. An end
004076* that cannot be recorded raises the return code to at least 8:
004077* the step would otherwise stay running on CYCSTAT and hold up
004078* the cycle.
004079******************************************************************
004080 1920-END-CYCLE-STEP.
004082     SET CG-FN-END TO TRUE
004083     MOVE RETURN-CODE TO CG-RETURN-CODE
004084     CALL "CYCGATE" USING CYCLE-GATE-PARM
004086     MOVE CG-RETURN-CODE TO RETURN-CODE
004087     IF NOT CG-ALLOWED
004089         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
004090         IF RETURN-CODE < 8
004091             MOVE 8 TO RETURN-CODE
004093         END-IF
004094     END-IF.

004095 1920-EXIT.
004097     EXIT.

004098******************************************************************
004100* 2000-ERASE-XREF
004110* Deletes every CUSTXRF entry (primary, billing, contact) of each
004120* request's customer, keeping the address each one held so the
004130* records with no customer id can be matched on it later.
004140******************************************************************
004150 2000-ERASE-XREF.
004160     IF NOT WS-XREF-AVAILABLE
004170         GO TO 2000-EXIT
004180     END-IF
004190     MOVE 1 TO WS-REQ-SUB
004200     PERFORM 2100-ERASE-ONE-CUSTOMER THRU 2100-EXIT
004210         UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-FILE-ERROR.

004220 2000-EXIT.
004230     EXIT.

004240 2100-ERASE-ONE-CUSTOMER.
004250     IF NOT RQ-REFUSED(WS-REQ-SUB)
004260         MOVE 1 TO WS-XREF-SUB
004270         PERFORM 2110-ERASE-ONE-TYPE THRU 2110-EXIT
004280             UNTIL WS-XREF-SUB > 3 OR WS-FILE-ERROR
004290     END-IF
004300     ADD 1 TO WS-REQ-SUB.

004310 2100-EXIT.
004320     EXIT.

004330 2110-ERASE-ONE-TYPE.
004340     MOVE RQ-CUSTOMER-ID(WS-REQ-SUB) TO XR-CUSTOMER-ID
004350     MOVE WS-XREF-TYPES(WS-XREF-SUB:1) TO XR-ADDRESS-TYPE
004360     READ CUSTOMER-XREF
004370         KEY IS XR-XREF-KEY
004380         INVALID KEY
004390             GO TO 2110-NEXT
004400     END-READ
004410     MOVE XR-EMAIL-ADDRESS TO WS-MATCH-ADDRESS
004420     PERFORM 2900-KEEP-ADDRESS THRU 2900-EXIT
004430     DELETE CUSTOMER-XREF
004440         INVALID KEY
004450             CONTINUE
004460     END-DELETE
004470     IF WS-CUSTXRF-STATUS = "00"
004480         ADD 1 TO RQ-CNT-XREF(WS-REQ-SUB)
004490     ELSE
004500         DISPLAY "ERRO AO EXCLUIR DO CUSTXRF - STATUS "
004510             WS-CUSTXRF-STATUS
004520         SET WS-FILE-ERROR TO TRUE
004530     END-IF.

004540 2110-NEXT.
004550     ADD 1 TO WS-XREF-SUB.

004560 2110-EXIT.
004570     EXIT.

004580******************************************************************
004590* 2900-KEEP-ADDRESS
004600* Adds WS-MATCH-ADDRESS (folded to the canonical form) to the
004610* address table under request WS-REQ-SUB, once. A full table is a
004620* hard stop: an address the sweep cannot match would survive.
004630******************************************************************
004640 2900-KEEP-ADDRESS.
004650     INSPECT WS-MATCH-ADDRESS
004660         CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
004670     PERFORM 4950-FIND-ADDRESS THRU 4950-EXIT
004680     IF WS-MATCH-SUB > 0
004690         GO TO 2900-EXIT
004700     END-IF
004710     IF WS-ADDR-COUNT >= WS-ADDR-MAX
004720         DISPLAY "ERRO: MAIS DE " WS-ADDR-MAX
004730             " ENDERECOS A APAGAR - DIVIDA O ERAREQ"
004740         SET WS-FILE-ERROR TO TRUE
004750         GO TO 2900-EXIT
004760     END-IF
004770     ADD 1 TO WS-ADDR-COUNT
004780     MOVE WS-ADDR-COUNT TO WS-FOUND-SUB
004790     MOVE WS-MATCH-ADDRESS TO ET-EMAIL-ADDRESS(WS-ADDR-COUNT)
004800     MOVE WS-REQ-SUB TO ET-REQ-SUB(WS-ADDR-COUNT)
004810     MOVE "N" TO ET-FROM-MASTER(WS-ADDR-COUNT)
004820     MOVE SPACES TO ET-CUSTOMER-NAME(WS-ADDR-COUNT).

004830 2900-EXIT.
004840     EXIT.

004850******************************************************************
004860* 3000-ERASE-MASTER
004870* CUSTMAS is keyed by address, so the customers' records are
004880* found by one sequential pass over the whole master. Each record
004890* of a request's customer is deleted and remembered for its
004900* erasure history record. Addresses CUSTXRF pointed at that now
004910* belong to somebody else are not touched.
004920******************************************************************
004930 3000-ERASE-MASTER.
004940     IF NOT WS-CUSTMAS-AVAILABLE
004950         GO TO 3000-EXIT
004960     END-IF
004970     MOVE LOW-VALUES TO CM-EMAIL-ADDRESS
004980     START CUSTOMER-MASTER
004990         KEY IS NOT LESS THAN CM-EMAIL-ADDRESS
005000         INVALID KEY
005010             SET WS-MASTER-EOF TO TRUE
005020     END-START
005030     IF NOT WS-MASTER-EOF
005040         PERFORM 3100-READ-MASTER THRU 3100-EXIT
005050     END-IF
005060     PERFORM 3200-ERASE-ONE-MASTER THRU 3200-EXIT
005070         UNTIL WS-MASTER-EOF OR WS-FILE-ERROR.

005080 3000-EXIT.
005090     EXIT.

005100 3100-READ-MASTER.
005110     READ CUSTOMER-MASTER NEXT RECORD
005120         AT END
005130             SET WS-MASTER-EOF TO TRUE
005140     END-READ.

005150 3100-EXIT.
005160     EXIT.

005170 3200-ERASE-ONE-MASTER.
005180     MOVE CM-CUSTOMER-ID TO WS-MATCH-ID
005190     PERFORM 4900-FIND-REQUEST THRU 4900-EXIT
005200     IF WS-MATCH-SUB = 0
005210         GO TO 3200-NEXT
005220     END-IF
005230     MOVE WS-MATCH-SUB TO WS-REQ-SUB
005240     MOVE CM-EMAIL-ADDRESS TO WS-MATCH-ADDRESS
005250     PERFORM 2900-KEEP-ADDRESS THRU 2900-EXIT
005260     IF WS-FILE-ERROR
005270         GO TO 3200-EXIT
005280     END-IF
005290     MOVE "Y" TO ET-FROM-MASTER(WS-FOUND-SUB)
005300     MOVE CM-CUSTOMER-NAME TO ET-CUSTOMER-NAME(WS-FOUND-SUB)
005310     DELETE CUSTOMER-MASTER
005320         INVALID KEY
005330             CONTINUE
005340     END-DELETE
005350     IF WS-CUSTMAS-STATUS = "00"
005360         ADD 1 TO RQ-CNT-CUSTMAS(WS-REQ-SUB)
005370     ELSE
005380         DISPLAY "ERRO AO EXCLUIR DO CUSTMAS - STATUS "
005390             WS-CUSTMAS-STATUS
005400         SET WS-FILE-ERROR TO TRUE
005410         GO TO 3200-EXIT
005420     END-IF.

005430 3200-NEXT.
005440     PERFORM 3100-READ-MASTER THRU 3100-EXIT.

005450 3200-EXIT.
005460     EXIT.

005470******************************************************************
005480* 4000-MASK-HISTORY
005490* Masks the erased addresses in place on EMLHIST - before-image
005500* and after-image judged apart, each against its own customer id
005510* - then appends one erasure record (action E) per CUSTMAS record
005520* deleted, so HSTINQ shows when the address went and why. No
005530* history record is added or dropped by the masking itself.
005540******************************************************************
005550 4000-MASK-HISTORY.
005560     OPEN I-O HISTORY-FILE
005570     IF WS-HISTORY-STATUS = "35"
005580         GO TO 4000-APPEND
005590     END-IF
005600     IF WS-HISTORY-STATUS NOT = "00"
005610         DISPLAY "ERRO AO ABRIR EMLHIST - STATUS "
005620             WS-HISTORY-STATUS
005630         SET WS-FILE-ERROR TO TRUE
005640         GO TO 4000-EXIT
005650     END-IF
005660     PERFORM 4100-READ-HISTORY THRU 4100-EXIT
005670     PERFORM 4200-MASK-ONE-HISTORY THRU 4200-EXIT
005680         UNTIL WS-HISTORY-EOF OR WS-FILE-ERROR
005690     CLOSE HISTORY-FILE.

005700 4000-APPEND.
005710     IF WS-FILE-ERROR
005720         GO TO 4000-EXIT
005730     END-IF
005740     OPEN EXTEND HISTORY-FILE
005750     IF WS-HISTORY-STATUS NOT = "00"
005760         OPEN OUTPUT HISTORY-FILE
005770     END-IF
005780     IF WS-HISTORY-STATUS NOT = "00"
005790         DISPLAY "ERRO AO ABRIR EMLHIST - STATUS "
005800             WS-HISTORY-STATUS
005810         SET WS-FILE-ERROR TO TRUE
005820         GO TO 4000-EXIT
005830     END-IF
005840     MOVE 1 TO WS-ADDR-SUB
005850     PERFORM 4300-WRITE-ERASE-HISTORY THRU 4300-EXIT
005860         UNTIL WS-ADDR-SUB > WS-ADDR-COUNT OR WS-FILE-ERROR
005870     CLOSE HISTORY-FILE.

005880 4000-EXIT.
005890     EXIT.

005900 4100-READ-HISTORY.
005910     READ HISTORY-FILE
005920         AT END
005930             SET WS-HISTORY-EOF TO TRUE
005940     END-READ.

005950 4100-EXIT.
005960     EXIT.

005970 4200-MASK-ONE-HISTORY.
005980     MOVE "N" TO WS-RECORD-TOUCHED-SW
005985     MOVE 0 TO WS-TOUCH-SUB
005990     MOVE HS-BEF-CUSTOMER-ID TO WS-MATCH-ID
006000     MOVE HS-BEF-EMAIL-ADDRESS TO WS-MATCH-ADDRESS
006010     PERFORM 4800-MATCH-IMAGE THRU 4800-EXIT
006020     IF WS-MATCH-SUB > 0
006030         PERFORM 4850-BUILD-MASK THRU 4850-EXIT
006040         MOVE WS-MASK-ADDRESS TO HS-BEF-EMAIL-ADDRESS
006045         MOVE WS-MATCH-SUB TO WS-TOUCH-SUB
006050         SET WS-RECORD-TOUCHED TO TRUE
006060     END-IF
006070     MOVE HS-AFT-CUSTOMER-ID TO WS-MATCH-ID
006080     MOVE HS-AFT-EMAIL-ADDRESS TO WS-MATCH-ADDRESS
006090     PERFORM 4800-MATCH-IMAGE THRU 4800-EXIT
006100     IF WS-MATCH-SUB > 0
006110         PERFORM 4850-BUILD-MASK THRU 4850-EXIT
006120         MOVE WS-MASK-ADDRESS TO HS-AFT-EMAIL-ADDRESS
006122         IF WS-TOUCH-SUB = 0
006125             MOVE WS-MATCH-SUB TO WS-TOUCH-SUB
006127         END-IF
006130         SET WS-RECORD-TOUCHED TO TRUE
006140     END-IF
006150     IF WS-RECORD-TOUCHED
006160         REWRITE HISTORY-RECORD
006170         IF WS-HISTORY-STATUS NOT = "00"
006180             DISPLAY "ERRO AO REGRAVAR EMLHIST - STATUS "
006190                 WS-HISTORY-STATUS
006200             SET WS-FILE-ERROR TO TRUE
006210             GO TO 4200-EXIT
006220         END-IF
006230         ADD 1 TO RQ-CNT-HISTORY(WS-TOUCH-SUB)
006240     END-IF
006250     PERFORM 4100-READ-HISTORY THRU 4100-EXIT.

006260 4200-EXIT.
006270     EXIT.

006280 4300-WRITE-ERASE-HISTORY.
006290     IF ET-FROM-MASTER(WS-ADDR-SUB) NOT = "Y"
006300         GO TO 4300-NEXT
006310     END-IF
006320     MOVE ET-REQ-SUB(WS-ADDR-SUB) TO WS-MATCH-SUB
006330     PERFORM 4850-BUILD-MASK THRU 4850-EXIT
006340     ACCEPT WS-RUN-TIME FROM TIME
006350     MOVE SPACES TO HISTORY-RECORD
006360     MOVE WS-RUN-DATE TO HS-CYCLE-DATE
006370     MOVE WS-RUN-DATE TO HS-RUN-DATE
006380     MOVE WS-RUN-TIME TO HS-RUN-TIME
006390     SET HS-ACTION-ERASE TO TRUE
006400     MOVE "LGPD" TO HS-SOURCE-SYSTEM
006410     MOVE WS-MASK-ADDRESS TO HS-BEF-EMAIL-ADDRESS
006420     MOVE RQ-CUSTOMER-ID(WS-MATCH-SUB) TO HS-BEF-CUSTOMER-ID
006430     MOVE ET-CUSTOMER-NAME(WS-ADDR-SUB) TO HS-BEF-CUSTOMER-NAME
006440     MOVE ZERO TO HS-AFT-CUSTOMER-ID
006450     WRITE HISTORY-RECORD
006460     IF WS-HISTORY-STATUS NOT = "00"
006470         DISPLAY "ERRO AO GRAVAR EMLHIST - STATUS "
006480             WS-HISTORY-STATUS
006490         SET WS-FILE-ERROR TO TRUE
006500     END-IF.

006510 4300-NEXT.
006520     ADD 1 TO WS-ADDR-SUB.

006530 4300-EXIT.
006540     EXIT.

006550******************************************************************
006560* 4800-MATCH-IMAGE
006570* Decides whether one address image (WS-MATCH-ID/-ADDRESS)
006580* belongs to a request: by its customer id when it carries one,
006590* otherwise by its address against the erased-address table. An
006600* empty or already masked address never matches, so a re-run
006610* counts nothing twice. WS-MATCH-SUB comes back zero for no.
006620******************************************************************
006630 4800-MATCH-IMAGE.
006640     MOVE 0 TO WS-MATCH-SUB
006650     IF WS-MATCH-ADDRESS = SPACES
006660         GO TO 4800-EXIT
006670     END-IF
006680     IF WS-MATCH-ADDRESS(1:13) = WS-MASK-PREFIX
006690         GO TO 4800-EXIT
006700     END-IF
006710     IF WS-MATCH-ID IS NUMERIC AND WS-MATCH-ID > ZERO
006720         PERFORM 4900-FIND-REQUEST THRU 4900-EXIT
006730     ELSE
006740         INSPECT WS-MATCH-ADDRESS
006750             CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
006760         PERFORM 4950-FIND-ADDRESS THRU 4950-EXIT
006770     END-IF.

006780 4800-EXIT.
006790     EXIT.

006800 4850-BUILD-MASK.
006810     MOVE SPACES TO WS-MASK-ADDRESS
006820     STRING WS-MASK-PREFIX DELIMITED BY SIZE
006830         RQ-REQUEST-NO(WS-MATCH-SUB) DELIMITED BY SPACE
006840         INTO WS-MASK-ADDRESS
006850     END-STRING.

006860 4850-EXIT.
006870     EXIT.

006880******************************************************************
006890* 4900-FIND-REQUEST
006900* Looks WS-MATCH-ID up among the loaded requests that are not
006910* refused; WS-MATCH-SUB is the request's subscript, or zero.
006920******************************************************************
006930 4900-FIND-REQUEST.
006940     MOVE 0 TO WS-MATCH-SUB
006950     MOVE 1 TO WS-FOUND-SUB
006960     PERFORM 4910-TRY-ONE-REQUEST THRU 4910-EXIT
006970         UNTIL WS-MATCH-SUB > 0 OR WS-FOUND-SUB > WS-REQ-COUNT.

006980 4900-EXIT.
006990     EXIT.

007000 4910-TRY-ONE-REQUEST.
007010     IF RQ-CUSTOMER-ID(WS-FOUND-SUB) = WS-MATCH-ID
007020         AND (RQ-TO-ERASE(WS-FOUND-SUB)
007030         OR RQ-ALREADY-ERASED(WS-FOUND-SUB))
007040         MOVE WS-FOUND-SUB TO WS-MATCH-SUB
007050     ELSE
007060         ADD 1 TO WS-FOUND-SUB
007070     END-IF.

007080 4910-EXIT.
007090     EXIT.

007100******************************************************************
007110* 4950-FIND-ADDRESS
007120* Looks the canonical WS-MATCH-ADDRESS up on the erased-address
007130* table; WS-MATCH-SUB is the owning request, or zero, and
007140* WS-FOUND-SUB the table entry.
007150******************************************************************
007160 4950-FIND-ADDRESS.
007170     MOVE 0 TO WS-MATCH-SUB
007180     MOVE 1 TO WS-FOUND-SUB
007190     PERFORM 4960-TRY-ONE-ADDRESS THRU 4960-EXIT
007200         UNTIL WS-MATCH-SUB > 0 OR WS-FOUND-SUB > WS-ADDR-COUNT.

007210 4950-EXIT.
007220     EXIT.

007230 4960-TRY-ONE-ADDRESS.
007240     IF ET-EMAIL-ADDRESS(WS-FOUND-SUB) = WS-MATCH-ADDRESS
007250         MOVE ET-REQ-SUB(WS-FOUND-SUB) TO WS-MATCH-SUB
007260     ELSE
007270         ADD 1 TO WS-FOUND-SUB
007280     END-IF.

007290 4960-EXIT.
007300     EXIT.

007310******************************************************************
007320* 5000-MASK-SUSPENSE
007330* Masks the erased addresses in place on one suspense file (the
007340* name is set by the caller). The record stays, so the clerks'
007350* counts still balance, and its cycle count is pushed past the
007360* write-off age so the next VALEMAIL recycle retires it to the
007370* write-off report instead of presenting it for correction. A
007380* suspense file that does not exist has nothing to mask.
007390******************************************************************
007400 5000-MASK-SUSPENSE.
007410     MOVE "N" TO WS-SUSP-EOF-SW
007420     MOVE 0 TO WS-SUSP-COUNT
007430     OPEN I-O SUSPENSE-FILE
007440     IF WS-SUSP-STATUS = "35"
007450         GO TO 5000-EXIT
007460     END-IF
007470     IF WS-SUSP-STATUS NOT = "00"
007480         DISPLAY "ERRO AO ABRIR " WS-SUSP-FILE-NAME
007490             " - STATUS " WS-SUSP-STATUS
007500         SET WS-FILE-ERROR TO TRUE
007510         GO TO 5000-EXIT
007520     END-IF
007530     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT
007540     PERFORM 5200-MASK-ONE-SUSPENSE THRU 5200-EXIT
007550         UNTIL WS-SUSP-EOF OR WS-FILE-ERROR
007560     CLOSE SUSPENSE-FILE.

007570 5000-EXIT.
007580     EXIT.

007590 5100-READ-SUSPENSE.
007600     READ SUSPENSE-FILE
007610         AT END
007620             SET WS-SUSP-EOF TO TRUE
007630     END-READ.

007640 5100-EXIT.
007650     EXIT.

007660 5200-MASK-ONE-SUSPENSE.
007670     MOVE SUSPENSE-FILE-REC TO SUSPENSE-RECORD
007680     MOVE SU-CUSTOMER-ID TO WS-MATCH-ID
007690     MOVE SU-EMAIL-ADDRESS TO WS-MATCH-ADDRESS
007700     PERFORM 4800-MATCH-IMAGE THRU 4800-EXIT
007710     IF WS-MATCH-SUB > 0
007720         PERFORM 4850-BUILD-MASK THRU 4850-EXIT
007730         MOVE WS-MASK-ADDRESS TO SU-EMAIL-ADDRESS
007740         MOVE 99 TO SU-CYCLE-COUNT
007750         MOVE SUSPENSE-RECORD TO SUSPENSE-FILE-REC
007760         REWRITE SUSPENSE-FILE-REC
007770         IF WS-SUSP-STATUS NOT = "00"
007780             DISPLAY "ERRO AO REGRAVAR " WS-SUSP-FILE-NAME
007790                 " - STATUS " WS-SUSP-STATUS
007800             SET WS-FILE-ERROR TO TRUE
007810             GO TO 5200-EXIT
007820         END-IF
007821         IF WS-SUSP-FILE-NAME = "SUSIN"
007822             ADD 1 TO RQ-CNT-SUSIN(WS-MATCH-SUB)
007823         ELSE
007824             ADD 1 TO RQ-CNT-SUSOUT(WS-MATCH-SUB)
007825         END-IF
007826     END-IF
007827     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT.

007828 5200-EXIT.
007829     EXIT.

007830******************************************************************
007831* 5500-MASK-HOLD-QUEUE
007832* Masks the erased addresses on the CUSTHLD fraud hold queue: the
007833* address the held change would have posted (inside the kept
007834* EMLACC/EMLONL image) and the address it would have replaced.
007835* The entry stays for the fraud team's counts. One not yet posted
007837* (still pending, or released but not yet applied) is declined
007838* here, so APLEMAIL never posts the masked image. A hold queue
007839* that does not exist has nothing to mask.
007840******************************************************************
007841 5500-MASK-HOLD-QUEUE.
007842     MOVE "N" TO WS-HOLD-EOF-SW
007843     OPEN I-O HOLD-QUEUE
007844     IF WS-CUSTHLD-STATUS = "35"
007845         GO TO 5500-EXIT
007846     END-IF
007847     IF WS-CUSTHLD-STATUS NOT = "00"
007848         DISPLAY "ERRO AO ABRIR CUSTHLD - STATUS "
007849             WS-CUSTHLD-STATUS
007850         SET WS-FILE-ERROR TO TRUE
007851         GO TO 5500-EXIT
007852     END-IF
007854     PERFORM 5600-READ-HOLD THRU 5600-EXIT
007855     PERFORM 5700-MASK-ONE-HOLD THRU 5700-EXIT
007856         UNTIL WS-HOLD-EOF OR WS-FILE-ERROR
007857     CLOSE HOLD-QUEUE.

007858 5500-EXIT.
007859     EXIT.

007860 5600-READ-HOLD.
007861     READ HOLD-QUEUE NEXT RECORD
007862         AT END
007863             SET WS-HOLD-EOF TO TRUE
007864     END-READ.

007865 5600-EXIT.
007866     EXIT.

007867 5700-MASK-ONE-HOLD.
007868     MOVE "N" TO WS-RECORD-TOUCHED-SW
007870     MOVE 0 TO WS-TOUCH-SUB
007871     MOVE HL-ACCEPTED-DATA TO ACCEPTED-RECORD
007872     MOVE EA-CUSTOMER-ID TO WS-MATCH-ID
007873     MOVE EA-EMAIL-ADDRESS TO WS-MATCH-ADDRESS
007874     PERFORM 4800-MATCH-IMAGE THRU 4800-EXIT
007875     IF WS-MATCH-SUB > 0
007876         PERFORM 4850-BUILD-MASK THRU 4850-EXIT
007877         MOVE WS-MASK-ADDRESS TO EA-EMAIL-ADDRESS
007878         MOVE ACCEPTED-RECORD TO HL-ACCEPTED-DATA
007879         MOVE WS-MATCH-SUB TO WS-TOUCH-SUB
007880         SET WS-RECORD-TOUCHED TO TRUE
007881         IF HL-STATUS-PENDING OR HL-STATUS-RELEASED
007882             SET HL-STATUS-DECLINED TO TRUE
007883             MOVE "ERAEMAIL" TO HL-DECIDED-BY
007884             MOVE WS-RUN-DATE TO HL-DECISION-DATE
007885             MOVE WS-RUN-TIME TO HL-DECISION-TIME
007887             MOVE "RECUSADA - EXCLUSAO LGPD" TO HL-DECISION-NOTE
007888             ADD 1 TO RQ-CNT-HOLD-DECL(WS-MATCH-SUB)
007889         END-IF
007890     END-IF
007891     MOVE HL-PREV-CUSTOMER-ID TO WS-MATCH-ID
007892     MOVE HL-PREV-EMAIL-ADDRESS TO WS-MATCH-ADDRESS
007893     PERFORM 4800-MATCH-IMAGE THRU 4800-EXIT
007894     IF WS-MATCH-SUB > 0
007895         PERFORM 4850-BUILD-MASK THRU 4850-EXIT
007896         MOVE WS-MASK-ADDRESS TO HL-PREV-EMAIL-ADDRESS
007897         IF WS-TOUCH-SUB = 0
007898             MOVE WS-MATCH-SUB TO WS-TOUCH-SUB
007899         END-IF
007900         SET WS-RECORD-TOUCHED TO TRUE
007901     END-IF
007902     IF WS-RECORD-TOUCHED
007904         REWRITE HOLD-RECORD
007905             INVALID KEY
007906                 CONTINUE
007907         END-REWRITE
007908         IF WS-CUSTHLD-STATUS NOT = "00"
007909             DISPLAY "ERRO AO REGRAVAR CUSTHLD - STATUS "
007910                 WS-CUSTHLD-STATUS
007911             SET WS-FILE-ERROR TO TRUE
007912             GO TO 5700-EXIT
007913         END-IF
007914         ADD 1 TO RQ-CNT-HOLD(WS-TOUCH-SUB)
007915     END-IF
007916     PERFORM 5600-READ-HOLD THRU 5600-EXIT.

007917 5700-EXIT.
007918     EXIT.

007920******************************************************************
007930* 6000-MASK-AUDIT-TRAIL
007940* Walks the AUDGENS catalog and masks the erased addresses in
007950* every dated generation, in place - the trail keeps every
007960* attempt, only the address tried is hidden. A catalogued
007970* generation that cannot be found is reported and the run ends
007980* with a warning: the certificate must not claim a sweep that
007990* did not happen.
008000******************************************************************
008010 6000-MASK-AUDIT-TRAIL.
008020     OPEN INPUT AUDIT-GEN-FILE
008030     IF WS-AUDGEN-STATUS = "35"
008040         DISPLAY "AVISO: AUDGENS INEXISTENTE - NENHUMA GERACAO "
008050             "DE AUDITORIA A MASCARAR"
008060         GO TO 6000-EXIT
008070     END-IF
008080     IF WS-AUDGEN-STATUS NOT = "00"
008090         DISPLAY "ERRO AO ABRIR AUDGENS - STATUS "
008100             WS-AUDGEN-STATUS
008110         SET WS-FILE-ERROR TO TRUE
008120         GO TO 6000-EXIT
008130     END-IF
008140     PERFORM 6100-LOAD-GEN-RECORD THRU 6100-EXIT
008150         UNTIL WS-AUDGEN-EOF
008160     CLOSE AUDIT-GEN-FILE
008170     MOVE 1 TO WS-GEN-SUB
008180     PERFORM 6200-MASK-ONE-GENERATION THRU 6200-EXIT
008190         UNTIL WS-GEN-SUB > WS-GEN-COUNT OR WS-FILE-ERROR.

008200 6000-EXIT.
008210     EXIT.

008220 6100-LOAD-GEN-RECORD.
008230     READ AUDIT-GEN-FILE
008240         AT END
008250             SET WS-AUDGEN-EOF TO TRUE
008260     END-READ
008270     IF NOT WS-AUDGEN-EOF
008280         IF WS-GEN-COUNT < 3000
008290             ADD 1 TO WS-GEN-COUNT
008300             MOVE AG-GEN-DATE TO GT-GEN-DATE(WS-GEN-COUNT)
008310         ELSE
008320             IF NOT WS-GENTAB-OVERFLOW-YES
008330                 DISPLAY "ERRO: AUDGENS TEM MAIS DE 3000 "
008340                     "GERACOES - VARREDURA INCOMPLETA"
008350                 SET WS-GENTAB-OVERFLOW-YES TO TRUE
008360                 SET WS-FILE-ERROR TO TRUE
008370             END-IF
008380         END-IF
008390     END-IF.

008400 6100-EXIT.
008410     EXIT.

008420 6200-MASK-ONE-GENERATION.
008430     MOVE SPACES TO WS-AUDIT-FILE-NAME
008440     STRING "AUDLOG." DELIMITED BY SIZE
008450         GT-GEN-DATE(WS-GEN-SUB) DELIMITED BY SIZE
008460         INTO WS-AUDIT-FILE-NAME
008470     END-STRING
008474     PERFORM 6210-CHECK-SEAL THRU 6210-EXIT
008480     OPEN I-O AUDIT-FILE
008490     IF WS-AUDIT-STATUS = "35"
008500         DISPLAY "AVISO: GERACAO " WS-AUDIT-FILE-NAME
008510             " CATALOGADA MAS INEXISTENTE"
008520         ADD 1 TO WS-TOTAL-GENS-MISSING
008530         GO TO 6200-NEXT
008540     END-IF
008550     IF WS-AUDIT-STATUS NOT = "00"
008560         DISPLAY "ERRO AO ABRIR " WS-AUDIT-FILE-NAME
008570             " - STATUS " WS-AUDIT-STATUS
008580         SET WS-FILE-ERROR TO TRUE
008590         GO TO 6200-EXIT
008600     END-IF
008610     ADD 1 TO WS-TOTAL-GENS-READ
008620     MOVE 1 TO WS-REQ-SUB
008630     PERFORM 6250-CLEAR-GEN-HITS THRU 6250-EXIT
008640         UNTIL WS-REQ-SUB > WS-REQ-COUNT
008650     MOVE "N" TO WS-AUDIT-EOF-SW
008660     PERFORM 6300-READ-AUDIT THRU 6300-EXIT
008670     PERFORM 6400-MASK-ONE-AUDIT THRU 6400-EXIT
008680         UNTIL WS-AUDIT-EOF OR WS-FILE-ERROR
008690     CLOSE AUDIT-FILE
008694     PERFORM 6290-RESEAL-GENERATION THRU 6290-EXIT
008700     MOVE 1 TO WS-REQ-SUB
008710     PERFORM 6500-KEEP-GEN-HITS THRU 6500-EXIT
008720         UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-FILE-ERROR.

008730 6200-NEXT.
008740     ADD 1 TO WS-GEN-SUB.

008750 6200-EXIT.
008760     EXIT.

008761******************************************************************
008762* 6210-CHECK-SEAL
008763* The generation's seal is checked before anything in it is
008764* masked. Masking goes ahead either way - the erasure is owed to
008765* the data subject - but a seal that already failed is warned on
008766* and counted, and only a generation whose seal held is re-sealed
008767* after masking (6290).
008768******************************************************************
008769 6210-CHECK-SEAL.
008770     MOVE 0 TO WS-GEN-MASKED
008771     MOVE "N" TO WS-GEN-SEAL-HELD-SW
008772     MOVE "V" TO SA-FUNCTION
008773     MOVE GT-GEN-DATE(WS-GEN-SUB) TO SA-GEN-DATE
008774     MOVE "ERAEMAIL" TO SA-PROGRAM-ID
008775     CALL "AUDSELO" USING SEAL-PARM
008776     IF SA-INTACT
008777         SET WS-GEN-SEAL-HELD TO TRUE
008778     ELSE
008779         IF NOT SA-ABSENT
008780             DISPLAY "AVISO: " WS-AUDIT-FILE-NAME " - "
008781                 SA-VERDICT-TEXT " - NAO SERA RESELADA"
008782             ADD 1 TO WS-TOTAL-GENS-SEAL-FAILED
008783         END-IF
008784     END-IF.

008785 6210-EXIT.
008786     EXIT.

008787 6250-CLEAR-GEN-HITS.
008788     MOVE 0 TO RQ-GEN-HITS(WS-REQ-SUB)
008790     ADD 1 TO WS-REQ-SUB.

008800 6250-EXIT.
008810     EXIT.

008811******************************************************************
008812* 6290-RESEAL-GENERATION
008813* A generation whose seal held before masking and had addresses
008814* masked now gets a re-seal (AUDSELO, function R) over its new
008815* contents, so the verification job keeps proving it. One whose
008816* seal had already failed is left as found - re-sealing it would
008817* hide whatever changed it before this run.
008818******************************************************************
008819 6290-RESEAL-GENERATION.
008820     IF WS-GEN-MASKED = 0 OR NOT WS-GEN-SEAL-HELD
008821         GO TO 6290-EXIT
008822     END-IF
008823     MOVE "R" TO SA-FUNCTION
008824     MOVE GT-GEN-DATE(WS-GEN-SUB) TO SA-GEN-DATE
008825     MOVE "ERAEMAIL" TO SA-PROGRAM-ID
008826     CALL "AUDSELO" USING SEAL-PARM
008827     IF NOT SA-SEAL-WRITTEN-YES
008828         DISPLAY "ERRO AO RESELAR " WS-AUDIT-FILE-NAME " - "
008829             SA-VERDICT-TEXT
008830         SET WS-FILE-ERROR TO TRUE
008831     END-IF.

008832 6290-EXIT.
008833     EXIT.

008834 6300-READ-AUDIT.
008835     READ AUDIT-FILE
008840         AT END
008850             SET WS-AUDIT-EOF TO TRUE
008860     END-READ.

008870 6300-EXIT.
008880     EXIT.

008890 6400-MASK-ONE-AUDIT.
008900     MOVE AU-CUSTOMER-ID TO WS-MATCH-ID
008910     MOVE AU-EMAIL-TRIED TO WS-MATCH-ADDRESS
008920     PERFORM 4800-MATCH-IMAGE THRU 4800-EXIT
008930     IF WS-MATCH-SUB > 0
008940         PERFORM 4850-BUILD-MASK THRU 4850-EXIT
008950         MOVE WS-MASK-ADDRESS TO AU-EMAIL-TRIED
008960         REWRITE AUDIT-RECORD
008970         IF WS-AUDIT-STATUS NOT = "00"
008980             DISPLAY "ERRO AO REGRAVAR " WS-AUDIT-FILE-NAME
008990                 " - STATUS " WS-AUDIT-STATUS
009000             SET WS-FILE-ERROR TO TRUE
009010             GO TO 6400-EXIT
009020         END-IF
009030         ADD 1 TO RQ-GEN-HITS(WS-MATCH-SUB)
009034         ADD 1 TO WS-GEN-MASKED
009040         ADD 1 TO RQ-CNT-AUDLOG(WS-MATCH-SUB)
009050     END-IF
009060     PERFORM 6300-READ-AUDIT THRU 6300-EXIT.

009070 6400-EXIT.
009080     EXIT.

009090 6500-KEEP-GEN-HITS.
009100     IF RQ-GEN-HITS(WS-REQ-SUB) = 0
009110         GO TO 6500-NEXT
009120     END-IF
009130     ADD 1 TO RQ-CNT-GENS(WS-REQ-SUB)
009140     IF WS-HIT-COUNT >= WS-HIT-MAX
009150         DISPLAY "AVISO: MAIS DE " WS-HIT-MAX " GERACOES "
009160             "TOCADAS - O CERTIFICADO TRAZ SO O TOTAL DAS DEMAIS"
009170         GO TO 6500-NEXT
009180     END-IF
009190     ADD 1 TO WS-HIT-COUNT
009200     MOVE WS-REQ-SUB TO AH-REQ-SUB(WS-HIT-COUNT)
009210     MOVE GT-GEN-DATE(WS-GEN-SUB) TO AH-GEN-DATE(WS-HIT-COUNT)
009220     MOVE RQ-GEN-HITS(WS-REQ-SUB) TO AH-COUNT(WS-HIT-COUNT).

009230 6500-NEXT.
009240     ADD 1 TO WS-REQ-SUB.

009250 6500-EXIT.
009260     EXIT.

009270******************************************************************
009280* 7000-WRITE-CERTIFICATE
009290* The erasure certificate for the DPO: one block per request -
009300* what was deleted from CUSTMAS/CUSTXRF and how many records were
009310* masked on EMLHIST, SUSIN, SUSOUT, CUSTHLD (and the holds it
009315* declined) and each AUDLOG generation -
009320* and a trailer with the run totals. A refused request is printed
009330* with its reason, so every line of ERAREQ is accounted for.
009340******************************************************************
009350 7000-WRITE-CERTIFICATE.
009360     MOVE SPACES TO CERTIFICATE-LINE
009370     STRING "ERAEMAIL - CERTIFICADO DE EXCLUSAO DE EMAIL (LGPD)"
009380         DELIMITED BY SIZE
009390         "  EMISSAO: " DELIMITED BY SIZE
009400         WS-RUN-DATE DELIMITED BY SIZE
009410         " " DELIMITED BY SIZE
009420         WS-RUN-TIME DELIMITED BY SIZE
009430         INTO CERTIFICATE-LINE
009440     END-STRING
009450     PERFORM 7900-PUT-LINE THRU 7900-EXIT
009460     MOVE 1 TO WS-REQ-SUB
009470     PERFORM 7100-CERTIFY-ONE-REQUEST THRU 7100-EXIT
009480         UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-FILE-ERROR
009490     MOVE SPACES TO CERTIFICATE-LINE
009500     STRING "TRAILER - PEDIDOS: " DELIMITED BY SIZE
009510         WS-TOTAL-READ DELIMITED BY SIZE
009520         "  EXECUTADOS: " DELIMITED BY SIZE
009530         WS-TOTAL-ERASED DELIMITED BY SIZE
009540         "  RECUSADOS: " DELIMITED BY SIZE
009550         WS-TOTAL-REFUSED DELIMITED BY SIZE
009560         "  GERACOES LIDAS: " DELIMITED BY SIZE
009570         WS-TOTAL-GENS-READ DELIMITED BY SIZE
009580         "  AUSENTES: " DELIMITED BY SIZE
009590         WS-TOTAL-GENS-MISSING DELIMITED BY SIZE
009600         INTO CERTIFICATE-LINE
009610     END-STRING
009620     PERFORM 7900-PUT-LINE THRU 7900-EXIT.

009630 7000-EXIT.
009640     EXIT.

009650 7100-CERTIFY-ONE-REQUEST.
009660     IF RQ-REFUSED(WS-REQ-SUB)
009670         MOVE "RECUSADO - CLIENTE INVALIDO OU REPETIDO" TO
009680             WS-CERT-SITUATION
009690     ELSE
009700         IF RQ-ALREADY-ERASED(WS-REQ-SUB)
009710             MOVE "EXECUTADO (REEXECUCAO)" TO WS-CERT-SITUATION
009720         ELSE
009730             MOVE "EXECUTADO" TO WS-CERT-SITUATION
009740         END-IF
009750     END-IF
009760     MOVE SPACES TO CERTIFICATE-LINE
009770     PERFORM 7900-PUT-LINE THRU 7900-EXIT
009780     MOVE SPACES TO CERTIFICATE-LINE
009790     STRING "PEDIDO: " DELIMITED BY SIZE
009800         RQ-REQUEST-NO(WS-REQ-SUB) DELIMITED BY SIZE
009810         "  CLIENTE: " DELIMITED BY SIZE
009820         RQ-CUSTOMER-ID(WS-REQ-SUB) DELIMITED BY SIZE
009830         "  DATA DO PEDIDO: " DELIMITED BY SIZE
009840         RQ-REQUEST-DATE(WS-REQ-SUB) DELIMITED BY SIZE
009850         "  SITUACAO: " DELIMITED BY SIZE
009860         WS-CERT-SITUATION DELIMITED BY SIZE
009870         INTO CERTIFICATE-LINE
009880     END-STRING
009890     PERFORM 7900-PUT-LINE THRU 7900-EXIT
009900     IF RQ-REFUSED(WS-REQ-SUB)
009910         GO TO 7100-NEXT
009920     END-IF
009930     MOVE "CUSTMAS - EXCLUIDOS" TO WS-CERT-LABEL
009940     MOVE RQ-CNT-CUSTMAS(WS-REQ-SUB) TO WS-CERT-COUNT
009950     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
009960     MOVE "CUSTXRF - EXCLUIDOS" TO WS-CERT-LABEL
009970     MOVE RQ-CNT-XREF(WS-REQ-SUB) TO WS-CERT-COUNT
009980     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
009990     MOVE "EMLHIST - MASCARADOS" TO WS-CERT-LABEL
010000     MOVE RQ-CNT-HISTORY(WS-REQ-SUB) TO WS-CERT-COUNT
010010     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
010020     MOVE "SUSIN - MASCARADOS" TO WS-CERT-LABEL
010030     MOVE RQ-CNT-SUSIN(WS-REQ-SUB) TO WS-CERT-COUNT
010040     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
010050     MOVE "SUSOUT - MASCARADOS" TO WS-CERT-LABEL
010060     MOVE RQ-CNT-SUSOUT(WS-REQ-SUB) TO WS-CERT-COUNT
010070     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
010071     MOVE "CUSTHLD - MASCARADOS" TO WS-CERT-LABEL
010072     MOVE RQ-CNT-HOLD(WS-REQ-SUB) TO WS-CERT-COUNT
010074     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
010075     MOVE "CUSTHLD - RETENCOES RECUSADAS" TO WS-CERT-LABEL
010077     MOVE RQ-CNT-HOLD-DECL(WS-REQ-SUB) TO WS-CERT-COUNT
010078     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
010080     MOVE "AUDLOG - MASCARADOS" TO WS-CERT-LABEL
010090     MOVE RQ-CNT-AUDLOG(WS-REQ-SUB) TO WS-CERT-COUNT
010100     PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
010110     MOVE 1 TO WS-HIT-SUB
010120     PERFORM 7300-CERTIFY-ONE-GENERATION THRU 7300-EXIT
010130         UNTIL WS-HIT-SUB > WS-HIT-COUNT OR WS-FILE-ERROR.

010140 7100-NEXT.
010150     ADD 1 TO WS-REQ-SUB.

010160 7100-EXIT.
010170     EXIT.

010180 7200-PUT-COUNT-LINE.
010190     MOVE SPACES TO CERTIFICATE-LINE
010200     STRING "    " DELIMITED BY SIZE
010210         WS-CERT-LABEL DELIMITED BY SIZE
010220         ": " DELIMITED BY SIZE
010230         WS-CERT-COUNT DELIMITED BY SIZE
010240         INTO CERTIFICATE-LINE
010250     END-STRING
010260     PERFORM 7900-PUT-LINE THRU 7900-EXIT.

010270 7200-EXIT.
010280     EXIT.

010290 7300-CERTIFY-ONE-GENERATION.
010300     IF AH-REQ-SUB(WS-HIT-SUB) = WS-REQ-SUB
010310         MOVE SPACES TO WS-CERT-LABEL
010320         STRING "  AUDLOG." DELIMITED BY SIZE
010330             AH-GEN-DATE(WS-HIT-SUB) DELIMITED BY SIZE
010340             INTO WS-CERT-LABEL
010350         END-STRING
010360         MOVE AH-COUNT(WS-HIT-SUB) TO WS-CERT-COUNT
010370         PERFORM 7200-PUT-COUNT-LINE THRU 7200-EXIT
010380     END-IF
010390     ADD 1 TO WS-HIT-SUB.

010400 7300-EXIT.
010410     EXIT.

010420 7900-PUT-LINE.
010430     WRITE CERTIFICATE-LINE
010440     IF WS-CERT-STATUS NOT = "00"
010450         DISPLAY "ERRO AO GRAVAR ERACERT - STATUS "
010460             WS-CERT-STATUS
010470         SET WS-FILE-ERROR TO TRUE
010480     END-IF.

010490 7900-EXIT.
010500     EXIT.

010510******************************************************************
010520* 9000-TERMINATE
010530* Closes everything and sets the return code the JCL uses: 0 every
010540* request erased everywhere, 4 a request was refused or a
010550* catalogued audit generation was missing or its seal had failed,
010555* 8 a file error stopped the run - the requests already
010560* registered stay blocked on CUSTERA and the job is simply run
010570* again.
010574* A run the cycle-status gate refuses ends with return code 16.
010580******************************************************************
010590 9000-TERMINATE.
010591     IF WS-GATE-REFUSED
010592         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
010593         GO TO 9000-EXIT
010594     END-IF
010600     CLOSE ERASURE-IN
010610     CLOSE ERASURE-REGISTER
010620     IF WS-CUSTMAS-AVAILABLE
010630         CLOSE CUSTOMER-MASTER
010640     END-IF
010650     IF WS-XREF-AVAILABLE
010660         CLOSE CUSTOMER-XREF
010670     END-IF
010680     CLOSE CERTIFICATE-OUT
010690     IF WS-FILE-ERROR
010700         MOVE 8 TO RETURN-CODE
010710     ELSE
010720         IF WS-TOTAL-REFUSED > 0 OR WS-TOTAL-GENS-MISSING > 0
010725            OR WS-TOTAL-GENS-SEAL-FAILED > 0
010730             MOVE 4 TO RETURN-CODE
010740         ELSE
010750             MOVE 0 TO RETURN-CODE
010760         END-IF
010770     END-IF
010772     IF WS-GATE-STARTED
010774         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
010776     END-IF
010780     DISPLAY "==============================================="
010790     DISPLAY "ERAEMAIL - RESUMO DA EXECUCAO"
010800     DISPLAY "PEDIDOS LIDOS...: " WS-TOTAL-READ
010810     DISPLAY "EXECUTADOS......: " WS-TOTAL-ERASED
010820     DISPLAY "RECUSADOS.......: " WS-TOTAL-REFUSED
010830     DISPLAY "GERACOES LIDAS..: " WS-TOTAL-GENS-READ
010840     DISPLAY "GERACOES AUSENT.: " WS-TOTAL-GENS-MISSING
010841     DISPLAY "GERACOES C/ SELO: " WS-TOTAL-GENS-SEAL-FAILED
010850     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

010860 9000-EXIT.
010870     EXIT.

010996 END PROGRAM ERAEMAIL.
