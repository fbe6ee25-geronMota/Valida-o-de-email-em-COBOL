000100******************************************************************
000110* Program:  AUDSELO
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  MODULO CHAMAVEL DE SELAGEM DA TRILHA DE AUDITORIA. LE
000140*           UMA GERACAO AUDLOG.AAAAMMDD DE PONTA A PONTA, CONTA OS
000150*           REGISTROS, ENCADEIA UM HASH SOBRE TODOS OS BYTES NA
000160*           ORDEM DO ARQUIVO E GUARDA A DATA/HORA DO PRIMEIRO E DO
000170*           ULTIMO REGISTRO; CONFRONTA COM O ULTIMO SELO DA
000180*           GERACAO NO AUDSELOS E, CONFORME A FUNCAO PEDIDA NA
000190*           AREA SELPARM, SELA (FECHAMENTO), RESELA, SO VERIFICA
000200*           OU REGISTRA O EXPURGO. TODOS OS PROGRAMAS QUE GRAVAM,
000210*           ALTERAM, LEEM OU EXPURGAM A TRILHA PASSAM POR AQUI,
000220*           PARA QUE O SELO SEJA CALCULADO SEMPRE DO MESMO JEITO.
000230* Tectonics: cobc
000240*
000250* Modification History:
000260*   15/10/26  GERO  Original version.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. AUDSELO.
000300 AUTHOR. JEFEFRSON MOTA (GERO).
000310 INSTALLATION. CADASTRO DE CLIENTES.
000320 DATE-WRITTEN. 15/10/26.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-IN
000380         ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUDIT-STATUS.

000410     SELECT SEAL-FILE
000420         ASSIGN TO "AUDSELOS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SEAL-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUDIT-IN
000480         LABEL RECORDS ARE STANDARD.
000490     COPY AUDREC.

000500 FD  SEAL-FILE
000510         LABEL RECORDS ARE STANDARD.
000520 01  SEAL-FILE-RECORD              PIC X(084).

000530 WORKING-STORAGE SECTION.

000540* Seal record, built and judged in working storage.
000550     COPY AUDSEL.

000560* End-of-file switches.
000570 77  WS-AUDIT-EOF-SW               PIC X(01) VALUE "N".
000580     88  WS-AUDIT-EOF                      VALUE "Y".
000590 77  WS-SEAL-EOF-SW                PIC X(01) VALUE "N".
000600     88  WS-SEAL-EOF                       VALUE "Y".

000610* Chained hash: every byte of every record, in file order, folded
000620* in as h = (h * 31 + byte) mod a prime, so a changed, dropped,
000630* added or reordered record all change the result.
000640 77  WS-AUDIT-FILE-NAME            PIC X(040) VALUE SPACES.
000650 77  WS-BYTE-SUB                   PIC 9(04) COMP VALUE ZERO.
000660 77  WS-RECORD-LENGTH              PIC 9(04) COMP VALUE 464.
000670 77  WS-HASH-VALUE                 PIC 9(09) VALUE ZERO.
000680 77  WS-HASH-WORK                  PIC 9(12) VALUE ZERO.
000690 77  WS-HASH-QUOTIENT              PIC 9(12) VALUE ZERO.
000700 77  WS-HASH-MODULUS               PIC 9(09) VALUE 999999937.
000710 01  WS-CHAR-PAIR.
000720     05  FILLER                    PIC X(01) VALUE LOW-VALUE.
000730     05  WS-CHAR-BYTE              PIC X(01).
000740 01  WS-CHAR-CODE REDEFINES WS-CHAR-PAIR PIC 9(04) COMP.

000750* The state of the chain after the records the last seal covered -
000760* for a close, those records must be the ones the seal was over.
000770 77  WS-PREFIX-HASH                PIC 9(09) VALUE ZERO.
000780 77  WS-PREFIX-LAST-DATE           PIC 9(08) VALUE ZERO.
000790 77  WS-PREFIX-LAST-TIME           PIC 9(08) VALUE ZERO.

000800 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000810 77  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.

000820* File status codes, one per SELECT above.
000830 77  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
000840 77  WS-SEAL-STATUS                PIC X(02) VALUE SPACES.

000850 LINKAGE SECTION.
000860     COPY SELPARM.

000870 PROCEDURE DIVISION USING SEAL-PARM.

000880******************************************************************
000890* 0000-MAINLINE
000900* One call, one generation: find its seal, read and hash it, judge
000910* it, and write a seal or a purge record when the function asks.
000920******************************************************************
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000950     PERFORM 2000-FIND-LAST-SEAL THRU 2000-EXIT
000960     PERFORM 3000-HASH-GENERATION THRU 3000-EXIT
000970     IF NOT SA-FILE-ERROR
000980         PERFORM 4000-JUDGE-SEAL THRU 4000-EXIT
000990     END-IF
001000     IF NOT SA-FILE-ERROR
001010         PERFORM 5000-WRITE-SEAL THRU 5000-EXIT
001020     END-IF
001030     GOBACK.

001040******************************************************************
001050* 1000-INITIALIZE
001060* Clears what the module hands back and builds the file name.
001070******************************************************************
001080 1000-INITIALIZE.
001090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001100     ACCEPT WS-RUN-TIME FROM TIME
001110     MOVE SPACES TO SA-VERDICT SA-VERDICT-TEXT SA-SEALED-TYPE
001120     MOVE SPACES TO SA-SEALED-PROGRAM
001130     MOVE "N" TO SA-SEAL-WRITTEN
001140     MOVE ZERO TO SA-RECORD-COUNT SA-HASH-TOTAL
001150     MOVE ZERO TO SA-FIRST-DATE SA-FIRST-TIME
001160     MOVE ZERO TO SA-LAST-DATE SA-LAST-TIME
001170     MOVE ZERO TO SA-SEALED-DATE SA-SEALED-TIME
001180     MOVE ZERO TO SA-SEALED-COUNT SA-SEALED-HASH
001190     MOVE ZERO TO SA-SEALED-FIRST-DATE SA-SEALED-FIRST-TIME
001200     MOVE ZERO TO SA-SEALED-LAST-DATE SA-SEALED-LAST-TIME
001210     MOVE ZERO TO WS-HASH-VALUE WS-PREFIX-HASH
001220     MOVE ZERO TO WS-PREFIX-LAST-DATE WS-PREFIX-LAST-TIME
001230     MOVE SPACES TO WS-AUDIT-FILE-NAME
001240     STRING "AUDLOG." DELIMITED BY SIZE
001250         SA-GEN-DATE DELIMITED BY SIZE
001260         INTO WS-AUDIT-FILE-NAME
001270     END-STRING.

001280 1000-EXIT.
001290     EXIT.

001300******************************************************************
001310* 2000-FIND-LAST-SEAL
001320* Walks AUDSELOS for the generation's last close or re-seal
001330* record. No AUDSELOS at all is simply no seal - generations
001340* written before sealing began are reported unsealed, not broken.
001350******************************************************************
001360 2000-FIND-LAST-SEAL.
001370     MOVE "N" TO WS-SEAL-EOF-SW
001380     OPEN INPUT SEAL-FILE
001390     IF WS-SEAL-STATUS = "35"
001400         GO TO 2000-EXIT
001410     END-IF
001420     IF WS-SEAL-STATUS NOT = "00"
001430         SET SA-FILE-ERROR TO TRUE
001440         MOVE "ERRO AO ABRIR AUDSELOS" TO SA-VERDICT-TEXT
001450         GO TO 2000-EXIT
001460     END-IF
001470     PERFORM 2100-READ-SEAL THRU 2100-EXIT
001480     PERFORM 2200-KEEP-SEAL THRU 2200-EXIT
001490         UNTIL WS-SEAL-EOF
001500     CLOSE SEAL-FILE.

001510 2000-EXIT.
001520     EXIT.

001530 2100-READ-SEAL.
001540     READ SEAL-FILE
001550         AT END
001560             SET WS-SEAL-EOF TO TRUE
001570     END-READ
001580     IF NOT WS-SEAL-EOF
001590         MOVE SEAL-FILE-RECORD TO AUDIT-SEAL-RECORD
001600     END-IF.

001610 2100-EXIT.
001620     EXIT.

001630 2200-KEEP-SEAL.
001640     IF SL-GEN-DATE = SA-GEN-DATE
001650         AND (SL-TYPE-CLOSE OR SL-TYPE-RESEAL)
001660         MOVE SL-SEAL-TYPE TO SA-SEALED-TYPE
001670         MOVE SL-PROGRAM-ID TO SA-SEALED-PROGRAM
001680         MOVE SL-SEAL-DATE TO SA-SEALED-DATE
001690         MOVE SL-SEAL-TIME TO SA-SEALED-TIME
001700         MOVE SL-RECORD-COUNT TO SA-SEALED-COUNT
001710         MOVE SL-HASH-TOTAL TO SA-SEALED-HASH
001720         MOVE SL-FIRST-DATE TO SA-SEALED-FIRST-DATE
001730         MOVE SL-FIRST-TIME TO SA-SEALED-FIRST-TIME
001740         MOVE SL-LAST-DATE TO SA-SEALED-LAST-DATE
001750         MOVE SL-LAST-TIME TO SA-SEALED-LAST-TIME
001760     END-IF
001770     PERFORM 2100-READ-SEAL THRU 2100-EXIT.

001780 2200-EXIT.
001790     EXIT.

001800******************************************************************
001810* 3000-HASH-GENERATION
001820* Reads the generation end to end through the chained hash. A
001830* generation that is not there is judged absent here.
001840******************************************************************
001850 3000-HASH-GENERATION.
001860     IF SA-FILE-ERROR
001870         GO TO 3000-EXIT
001880     END-IF
001890     MOVE "N" TO WS-AUDIT-EOF-SW
001900     OPEN INPUT AUDIT-IN
001910     IF WS-AUDIT-STATUS = "35"
001920         SET SA-ABSENT TO TRUE
001930         MOVE "GERACAO INEXISTENTE" TO SA-VERDICT-TEXT
001940         GO TO 3000-EXIT
001950     END-IF
001960     IF WS-AUDIT-STATUS NOT = "00"
001970         SET SA-FILE-ERROR TO TRUE
001980         MOVE "ERRO AO ABRIR A GERACAO" TO SA-VERDICT-TEXT
001990         GO TO 3000-EXIT
002000     END-IF
002010     PERFORM 3100-READ-AUDIT THRU 3100-EXIT
002020     PERFORM 3200-HASH-ONE-RECORD THRU 3200-EXIT
002030         UNTIL WS-AUDIT-EOF
002040     CLOSE AUDIT-IN
002050     MOVE WS-HASH-VALUE TO SA-HASH-TOTAL.

002060 3000-EXIT.
002070     EXIT.

002080 3100-READ-AUDIT.
002090     READ AUDIT-IN
002100         AT END
002110             SET WS-AUDIT-EOF TO TRUE
002120     END-READ.

002130 3100-EXIT.
002140     EXIT.

002150 3200-HASH-ONE-RECORD.
002160     ADD 1 TO SA-RECORD-COUNT
002170     IF SA-RECORD-COUNT = 1
002180         MOVE AU-RUN-DATE TO SA-FIRST-DATE
002190         MOVE AU-RUN-TIME TO SA-FIRST-TIME
002200     END-IF
002210     MOVE AU-RUN-DATE TO SA-LAST-DATE
002220     MOVE AU-RUN-TIME TO SA-LAST-TIME
002230     PERFORM 3300-HASH-ONE-BYTE THRU 3300-EXIT
002240         VARYING WS-BYTE-SUB FROM 1 BY 1
002250         UNTIL WS-BYTE-SUB > WS-RECORD-LENGTH
002260     IF SA-RECORD-COUNT = SA-SEALED-COUNT
002270         MOVE WS-HASH-VALUE TO WS-PREFIX-HASH
002280         MOVE SA-LAST-DATE TO WS-PREFIX-LAST-DATE
002290         MOVE SA-LAST-TIME TO WS-PREFIX-LAST-TIME
002300     END-IF
002310     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.

002320 3200-EXIT.
002330     EXIT.

002340 3300-HASH-ONE-BYTE.
002350     MOVE AUDIT-RECORD(WS-BYTE-SUB:1) TO WS-CHAR-BYTE
002360     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31 + WS-CHAR-CODE
002370     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
002380         GIVING WS-HASH-QUOTIENT
002390         REMAINDER WS-HASH-VALUE.

002400 3300-EXIT.
002410     EXIT.

002420******************************************************************
002430* 4000-JUDGE-SEAL
002440* Verify and purge compare the whole generation with its seal. A
002450* close compares only the part the last seal covered: the run may
002460* have extended the generation since, but what was sealed must
002470* still be there, unchanged, in front. A re-seal is not judged -
002480* the caller verified before it changed the file.
002490******************************************************************
002500 4000-JUDGE-SEAL.
002510     IF SA-ABSENT OR SA-FN-RESEAL
002520         GO TO 4000-EXIT
002530     END-IF
002540     IF SA-SEALED-TYPE = SPACE
002550         SET SA-UNSEALED TO TRUE
002560         MOVE "GERACAO SEM SELO" TO SA-VERDICT-TEXT
002570         GO TO 4000-EXIT
002580     END-IF
002590     IF SA-FN-SEAL
002600         IF SA-RECORD-COUNT < SA-SEALED-COUNT
002610             SET SA-BROKEN TO TRUE
002620             MOVE "SELO NAO CONFERE - REGISTROS A MENOS"
002630                 TO SA-VERDICT-TEXT
002640             GO TO 4000-EXIT
002650         END-IF
002660         IF WS-PREFIX-HASH NOT = SA-SEALED-HASH
002670             SET SA-BROKEN TO TRUE
002680             MOVE "SELO NAO CONFERE - HASH" TO SA-VERDICT-TEXT
002690             GO TO 4000-EXIT
002700         END-IF
002710         IF WS-PREFIX-LAST-DATE NOT = SA-SEALED-LAST-DATE
002720             OR WS-PREFIX-LAST-TIME NOT = SA-SEALED-LAST-TIME
002730             OR (SA-SEALED-COUNT > 0
002740             AND (SA-FIRST-DATE NOT = SA-SEALED-FIRST-DATE
002750             OR SA-FIRST-TIME NOT = SA-SEALED-FIRST-TIME))
002760             SET SA-BROKEN TO TRUE
002770             MOVE "SELO NAO CONFERE - DATA/HORA"
002780                 TO SA-VERDICT-TEXT
002790             GO TO 4000-EXIT
002800         END-IF
002810         SET SA-INTACT TO TRUE
002820         MOVE "SELO CONFERE" TO SA-VERDICT-TEXT
002830         GO TO 4000-EXIT
002840     END-IF
002850     IF SA-RECORD-COUNT NOT = SA-SEALED-COUNT
002860         SET SA-BROKEN TO TRUE
002870         MOVE "SELO NAO CONFERE - CONTAGEM" TO SA-VERDICT-TEXT
002880         GO TO 4000-EXIT
002890     END-IF
002900     IF SA-HASH-TOTAL NOT = SA-SEALED-HASH
002910         SET SA-BROKEN TO TRUE
002920         MOVE "SELO NAO CONFERE - HASH" TO SA-VERDICT-TEXT
002930         GO TO 4000-EXIT
002940     END-IF
002950     IF SA-FIRST-DATE NOT = SA-SEALED-FIRST-DATE
002960         OR SA-FIRST-TIME NOT = SA-SEALED-FIRST-TIME
002970         OR SA-LAST-DATE NOT = SA-SEALED-LAST-DATE
002980         OR SA-LAST-TIME NOT = SA-SEALED-LAST-TIME
002990         SET SA-BROKEN TO TRUE
003000         MOVE "SELO NAO CONFERE - DATA/HORA" TO SA-VERDICT-TEXT
003010         GO TO 4000-EXIT
003020     END-IF
003030     SET SA-INTACT TO TRUE
003040     MOVE "SELO CONFERE" TO SA-VERDICT-TEXT.

003050 4000-EXIT.
003060     EXIT.

003070******************************************************************
003080* 5000-WRITE-SEAL
003090* Appends to AUDSELOS: a close seal unless what was sealed before
003100* has been broken (a new seal would bless the change), a re-seal
003110* unless the generation has gone, and a purge record always. A
003120* verify writes nothing.
003130******************************************************************
003140 5000-WRITE-SEAL.
003150     IF SA-FN-VERIFY
003160         GO TO 5000-EXIT
003170     END-IF
003180     IF (SA-FN-SEAL OR SA-FN-RESEAL)
003190         AND (SA-BROKEN OR SA-ABSENT)
003200         GO TO 5000-EXIT
003210     END-IF
003220     MOVE SPACES TO AUDIT-SEAL-RECORD
003230     MOVE SA-GEN-DATE TO SL-GEN-DATE
003240     IF SA-FN-SEAL
003250         SET SL-TYPE-CLOSE TO TRUE
003260     ELSE
003270         IF SA-FN-RESEAL
003280             SET SL-TYPE-RESEAL TO TRUE
003290         ELSE
003300             SET SL-TYPE-PURGE TO TRUE
003310             MOVE SA-VERDICT TO SL-VERDICT
003320         END-IF
003330     END-IF
003340     MOVE SA-PROGRAM-ID TO SL-PROGRAM-ID
003350     MOVE WS-RUN-DATE TO SL-SEAL-DATE
003360     MOVE WS-RUN-TIME TO SL-SEAL-TIME
003370     MOVE SA-RECORD-COUNT TO SL-RECORD-COUNT
003380     MOVE SA-HASH-TOTAL TO SL-HASH-TOTAL
003390     MOVE SA-FIRST-DATE TO SL-FIRST-DATE
003400     MOVE SA-FIRST-TIME TO SL-FIRST-TIME
003410     MOVE SA-LAST-DATE TO SL-LAST-DATE
003420     MOVE SA-LAST-TIME TO SL-LAST-TIME
003430     OPEN EXTEND SEAL-FILE
003440     IF WS-SEAL-STATUS NOT = "00"
003450         OPEN OUTPUT SEAL-FILE
003460     END-IF
003470     IF WS-SEAL-STATUS NOT = "00"
003480         SET SA-FILE-ERROR TO TRUE
003490         MOVE "ERRO AO ABRIR AUDSELOS" TO SA-VERDICT-TEXT
003500         GO TO 5000-EXIT
003510     END-IF
003520     MOVE AUDIT-SEAL-RECORD TO SEAL-FILE-RECORD
003530     WRITE SEAL-FILE-RECORD
003540     IF WS-SEAL-STATUS NOT = "00"
003550         SET SA-FILE-ERROR TO TRUE
003560         MOVE "ERRO AO GRAVAR AUDSELOS" TO SA-VERDICT-TEXT
003570     ELSE
003580         SET SA-SEAL-WRITTEN-YES TO TRUE
003590     END-IF
003600     CLOSE SEAL-FILE
003610     IF SA-FN-RESEAL AND NOT SA-FILE-ERROR
003620         SET SA-INTACT TO TRUE
003630         MOVE "GERACAO RESELADA" TO SA-VERDICT-TEXT
003640     END-IF
003650     IF SA-FN-SEAL AND SA-UNSEALED AND NOT SA-FILE-ERROR
003660         SET SA-INTACT TO TRUE
003670         MOVE "GERACAO SELADA" TO SA-VERDICT-TEXT
003680     END-IF.

003690 5000-EXIT.
003700     EXIT.

003710 END PROGRAM AUDSELO.
