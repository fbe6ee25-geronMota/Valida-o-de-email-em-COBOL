000372*                   platform's responses come back through
000374*                   BNCEMAIL, which marks the master verified
000376*                   or hard-bounced.
000378*   15/10/26  GERO  An EMLACC/EMLONL detail for a customer on
000380*                   the CUSTERA LGPD erasure register, keyed on
000382*                   or before the erasure date, is now blocked
000384*                   (BLOQUEADO) instead of posted, so a rerun of
000386*                   an old EMLACC cannot bring an erased address
000388*                   back onto CUSTMAS.
000390*   15/10/26  GERO  The marketing consent keyed with an address
000392*                   (EA-MARKETING-CONSENT) is now recorded on the
000394*                   customer-keyed CUSTCNS consent file alongside
000396*                   the cross-reference; an opt-out from the mail
000398*                   platform stands until a newer consent.
000400*   15/10/26  GERO  Each EMLHIST record now also carries the
000402*                   address type of the change (HS-ADDRESS-TYPE).
000404*   15/10/26  GERO  Fraud hold queue: a change of a customer's
000406*                   address (the customer's CUSTXRF entry for the
000408*                   type replaced, or an address moving to another
000410*                   customer in 2220-UPDATE-MASTER) that trips a
000412*                   rule on the fraud team's HLDRULE - too many
000414*                   changes within the EMLHIST window, a primary
000416*                   change from a listed source, or keyed outside
000418*                   business hours - goes to CUSTHLD instead of
000420*                   posting. Changes released on HLDMAINT post on
000422*                   the next run, with history. Every change that
000424*                   posts cuts a notice to the previous address on
000426*                   NTCOUT for the mail platform.
000428*   15/10/26  GERO  Run-control record zeroes the new partition
000430*                   number - the apply step always runs whole.
000432*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000434*                   opening anything: refused with RC 16 unless
000436*                   VALEMAIL (and JUNEMAIL on a partitioned cycle)
000438*                   ended cleanly, the cycle is not applied
000440*                   already (a backed-out one may be re-applied)
000442*                   and nothing colliding is running. Records its
000444*                   end there.
000446*   15/10/26  GERO  A released hold is marked applied only when
000448*                   the post went through - including an address
000450*                   the customer already owned made current for
000452*                   its type on CUSTXRF; one blocked by an
000454*                   erasure, refused by the rules or already on
000456*                   the master is closed as not applied, and one
000458*                   hit by a file error stays released.
000460******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. APLEMAIL.
000300 AUTHOR. JEFEFRSON MOTA (GERO).
000450         RECORD KEY IS CM-EMAIL-ADDRESS
000460         FILE STATUS IS WS-CUSTMAS-STATUS.

000461     SELECT ERASURE-REGISTER
000462         ASSIGN TO "CUSTERA"
000464         ORGANIZATION IS INDEXED
000465         ACCESS MODE IS RANDOM
000467         RECORD KEY IS EG-CUSTOMER-ID
000468         FILE STATUS IS WS-CUSTERA-STATUS.

000470     SELECT APPLY-REPORT
000480         ASSIGN TO "APLRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000518         RECORD KEY IS XR-XREF-KEY
000519         FILE STATUS IS WS-CUSTXRF-STATUS.

000520     SELECT CONSENT-FILE
000521         ASSIGN TO "CUSTCNS"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS CN-CONSENT-KEY
000525         FILE STATUS IS WS-CUSTCNS-STATUS.

000520     SELECT CYCLE-CONTROL
000521         ASSIGN TO "CYCCTL"
000522         ORGANIZATION IS LINE SEQUENTIAL
000530         ORGANIZATION IS LINE SEQUENTIAL
000531         FILE STATUS IS WS-VERIFY-STATUS.

000532     SELECT HOLD-QUEUE
000533         ASSIGN TO "CUSTHLD"
000534         ORGANIZATION IS INDEXED
000535         ACCESS MODE IS DYNAMIC
000536         RECORD KEY IS HL-HOLD-KEY
000537         FILE STATUS IS WS-CUSTHLD-STATUS.

000538     SELECT HOLD-RULES
000539         ASSIGN TO "./data/HLDRULE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000541         FILE STATUS IS WS-HLDRULE-STATUS.

000542     SELECT NOTICE-OUT
000543         ASSIGN TO "NTCOUT"
000544         ORGANIZATION IS LINE SEQUENTIAL
000545         FILE STATUS IS WS-NOTICE-STATUS.

000546     SELECT SORT-WORK
000547         ASSIGN TO "SRTWRK".

000532 DATA DIVISION.
000533 FILE SECTION.
000534 FD  ACCEPTED-IN
000570         LABEL RECORDS ARE STANDARD.
000580     COPY CUSTMAS.

000582* LGPD erasure register kept by ERAEMAIL - read only here.
000584 FD  ERASURE-REGISTER
000586         LABEL RECORDS ARE STANDARD.
000588     COPY ERAREG.

000590 FD  APPLY-REPORT
000600         LABEL RECORDS ARE STANDARD.
000610 01  APPLY-REPORT-LINE             PIC X(320).
000613* failed post, re-drivable once the cause is fixed.
000614 FD  EXCEPTIONS-OUT
000615         LABEL RECORDS ARE STANDARD.
000616 01  EXCEPTION-OUT-RECORD          PIC X(318).

000617 FD  APPLY-CHECKPOINT
000618         LABEL RECORDS ARE STANDARD.
000624         LABEL RECORDS ARE STANDARD.
000625     COPY CUSTXRF.

000626* Marketing consent per customer and address type.
000627 FD  CONSENT-FILE
000628         LABEL RECORDS ARE STANDARD.
000629     COPY CNSREC.

000626 FD  CYCLE-CONTROL
000627         LABEL RECORDS ARE STANDARD.
000628     COPY RUNCTL.
000636         LABEL RECORDS ARE STANDARD.
000637     COPY VRFREC.

000638* Fraud hold queue - changes held back from posting, and the
000639* fraud team's decisions on them from HLDMAINT.
000640 FD  HOLD-QUEUE
000641         LABEL RECORDS ARE STANDARD.
000642     COPY HLDREC.

000643* Fraud team's hold rules - read only here.
000644 FD  HOLD-RULES
000645         LABEL RECORDS ARE STANDARD.
000646     COPY HLDRUL.

000647 FD  NOTICE-OUT
000648         LABEL RECORDS ARE STANDARD.
000649     COPY NTCREC.

000650* Customers with an add/update on EMLHIST inside the velocity
000651* window, one per change, sorted to count them per customer.
000652 SD  SORT-WORK.
000653 01  SORT-RECORD.
000654     05  SR-CUSTOMER-ID            PIC 9(009).

000640 WORKING-STORAGE SECTION.

000642* Parameter area for the VALRULES validation module - the same
000762 77  WS-BEF-CUSTOMER-ID            PIC 9(009) VALUE ZERO.
000764 77  WS-BEF-CUSTOMER-NAME          PIC X(030) VALUE SPACES.

000765* LGPD erasure register: a missing CUSTERA just means nobody has
000766* asked to be erased yet. The mask replaces the address on the
000767* report line of a blocked record, so APLRPT does not print it.
000768 77  WS-CUSTERA-STATUS             PIC X(02) VALUE SPACES.
000769 77  WS-ERASURE-REG-SW             PIC X(01) VALUE "N".
000770     88  WS-ERASURE-REG-OPEN               VALUE "Y".
000771 77  WS-CUSTOMER-ERASED-SW         PIC X(01) VALUE "N".
000772     88  WS-CUSTOMER-ERASED                VALUE "Y".
000773 77  WS-ERASURE-MASK               PIC X(013) VALUE
000774     "APAGADO-LGPD-".

000775* Marketing consent posting: CUSTCNS is created on the first run.
000776 77  WS-CUSTCNS-STATUS             PIC X(02) VALUE SPACES.
000777 77  WS-CONSENT-FOUND-SW           PIC X(01) VALUE "N".
000778     88  WS-CONSENT-FOUND                  VALUE "Y".
000779 77  WS-TOTAL-CONSENT              PIC 9(07) VALUE ZERO.

000780* Fraud hold queue. The rules come from the fraud team's HLDRULE;
000781* without it the defaults below apply and no source is listed.
000782* A change is held when any rule trips; a change released by the
000783* fraud team is posted on the next run without re-checking them.
000784 77  WS-CUSTHLD-STATUS             PIC X(02) VALUE SPACES.
000785 77  WS-HLDRULE-STATUS             PIC X(02) VALUE SPACES.
000786 77  WS-NOTICE-STATUS              PIC X(02) VALUE SPACES.
000787 77  WS-HLDRULE-EOF-SW             PIC X(01) VALUE "N".
000788     88  WS-HLDRULE-EOF                    VALUE "Y".
000789 77  WS-HISTORY-EOF-SW             PIC X(01) VALUE "N".
000790     88  WS-HISTORY-EOF                    VALUE "Y".
000791 77  WS-SORT-EOF-SW                PIC X(01) VALUE "N".
000792     88  WS-SORT-EOF                       VALUE "Y".
000793 77  WS-HOLD-SWEEP-EOF-SW          PIC X(01) VALUE "N".
000794     88  WS-HOLD-SWEEP-EOF                 VALUE "Y".
000795 77  WS-ADDRESS-CHANGE-SW          PIC X(01) VALUE "N".
000796     88  WS-ADDRESS-CHANGE                 VALUE "Y".
000797 77  WS-ADDRESS-TRANSFER-SW        PIC X(01) VALUE "N".
000798     88  WS-ADDRESS-TRANSFER               VALUE "Y".
000799 77  WS-CHANGE-HELD-SW             PIC X(01) VALUE "N".
000800     88  WS-CHANGE-HELD                    VALUE "Y".
000801 77  WS-RELEASED-POST-SW           PIC X(01) VALUE "N".
000802     88  WS-RELEASED-POST                  VALUE "Y".
000803 77  WS-XREF-CHANGED-SW            PIC X(01) VALUE "N".
000804     88  WS-XREF-CHANGED                   VALUE "Y".
000805 77  WS-FOUND-SW                   PIC X(01) VALUE "N".
000806     88  WS-FOUND                          VALUE "Y".
000807 77  WS-VEL-OVERFLOW-SW            PIC X(01) VALUE "N".
000808     88  WS-VEL-OVERFLOW-YES               VALUE "Y".
000809 77  WS-HOLD-MAX-CHANGES           PIC 9(003) VALUE 3.
000810 77  WS-HOLD-WINDOW-DAYS           PIC 9(003) VALUE 30.
000811 77  WS-HOLD-HOURS-FROM            PIC 9(006) VALUE 070000.
000812 77  WS-HOLD-HOURS-TO              PIC 9(006) VALUE 220000.
000813 77  WS-HOLD-SRC-COUNT             PIC 9(03) COMP VALUE ZERO.
000814 01  WS-HOLD-SRC-TABLE.
000815     05  WS-HOLD-SRC               PIC X(008) OCCURS 50 TIMES.
000816 77  WS-HOLD-SUB                   PIC 9(05) COMP VALUE ZERO.
000817 77  WS-HOLD-ORIGIN                PIC X(001) VALUE "B".
000818 77  WS-HOLD-RECORD-NO             PIC 9(09) COMP VALUE ZERO.
000819 77  WS-XREF-TYPE                  PIC X(001) VALUE SPACE.
000820 77  WS-PREV-EMAIL-ADDRESS         PIC X(254) VALUE SPACES.
000821 77  WS-PREV-CUSTOMER-ID           PIC 9(009) VALUE ZERO.
000822 77  WS-CHANGE-COUNT               PIC 9(005) VALUE ZERO.
000823 77  WS-TOTAL-HELD                 PIC 9(07) VALUE ZERO.
000824 77  WS-TOTAL-RELEASED             PIC 9(07) VALUE ZERO.
000825 77  WS-APPLIED-BEFORE             PIC 9(07) VALUE ZERO.
000826 77  WS-FAILED-BEFORE              PIC 9(07) VALUE ZERO.
000827 77  WS-TOTAL-NOTICES              PIC 9(07) VALUE ZERO.

000828* Velocity rule: the first day of the window, counted back from
000829* the cycle date, and the customers who already had at least
000830* WS-HOLD-MAX-CHANGES changes inside it (one more trips the rule).
000831 01  WS-WINDOW-DATE.
000832     05  WS-WIN-YYYY               PIC 9(004).
000833     05  WS-WIN-MM                 PIC 9(002).
000834     05  WS-WIN-DD                 PIC 9(002).
000835 01  WS-WINDOW-DATE-N REDEFINES WS-WINDOW-DATE PIC 9(008).
000836 01  WS-MONTH-DAYS-LIST.
000837     05  FILLER                    PIC X(024) VALUE
000838         "312831303130313130313031".
000839 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
000840     05  WS-MONTH-DAYS             PIC 9(002) OCCURS 12 TIMES.
000841 77  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
000842 77  WS-LEAP-REMAINDER             PIC 9(04) COMP VALUE ZERO.
000843 77  WS-BRK-CUSTOMER-ID            PIC 9(009) VALUE ZERO.
000844 77  WS-BRK-COUNT                  PIC 9(005) VALUE ZERO.
000845 77  WS-VEL-COUNT                  PIC 9(05) COMP VALUE ZERO.
000846 01  WS-VEL-TABLE.
000847     05  WS-VEL-ENTRY OCCURS 2000 TIMES.
000848         10  VT-CUSTOMER-ID        PIC 9(009).
000849         10  VT-CHANGE-COUNT       PIC 9(005).

000850* Cycle-status gate (CYCGATE): this run is checked against the
000851* CYCSTAT cycle-status file before anything is opened, and its
000852* end is recorded there.
000853     COPY CYCPARM.
000854 77  WS-GATE-SW                    PIC X(01) VALUE "N".
000855     88  WS-GATE-STARTED                   VALUE "S".
000856     88  WS-GATE-REFUSED                   VALUE "R".

000820 PROCEDURE DIVISION.

000830******************************************************************
001036     IF WS-COMMAND-LINE(1:8) IS NUMERIC
001037         MOVE WS-COMMAND-LINE(1:8) TO WS-DATE-OVERRIDE
001038     END-IF
001039     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001040     IF WS-GATE-REFUSED
001041         SET WS-FILE-ERROR TO TRUE
001042         GO TO 1000-EXIT
001043     END-IF
001039     PERFORM 1100-PEEK-CHECKPOINT THRU 1100-EXIT
001040     OPEN INPUT ACCEPTED-IN
001050     IF WS-ACCEPTED-IN-STATUS NOT = "00"
001092     IF WS-RECON-ERROR OR WS-FILE-ERROR
001094         GO TO 1000-EXIT
001096     END-IF
001097     PERFORM 1500-OPEN-ERASURE-REGISTER THRU 1500-EXIT
001098     PERFORM 1600-OPEN-CONSENT THRU 1600-EXIT
001099     PERFORM 1700-LOAD-HOLD-RULES THRU 1700-EXIT
001100     PERFORM 1750-LOAD-CHANGE-COUNTS THRU 1750-EXIT
001101     PERFORM 1800-OPEN-HOLD-QUEUE THRU 1800-EXIT
001100     OPEN I-O CUSTOMER-MASTER
001110     IF WS-CUSTMAS-STATUS = "35"
001120         OPEN OUTPUT CUSTOMER-MASTER
001334                 MOVE AC-TOTAL-SKIPPED TO WS-TOTAL-SKIPPED
001336                 MOVE AC-TOTAL-FAILED TO WS-TOTAL-FAILED
001338                 MOVE AC-CYCLE-DATE TO WS-CHK-CYCLE-DATE
001339                 IF AC-TOTAL-HELD IS NUMERIC
001340                     MOVE AC-TOTAL-HELD TO WS-TOTAL-HELD
001341                 END-IF
001340             END-IF
001342             IF AC-LAST-CYCLE-DATE IS NUMERIC
001344                 MOVE AC-LAST-CYCLE-DATE TO WS-LAST-CYCLE-DATE
001527     EXIT.

001528******************************************************************
001529* 1500-OPEN-ERASURE-REGISTER
001530* Opens the CUSTERA LGPD erasure register kept by ERAEMAIL. The
001531* register does not exist until the first erasure is run, so a
001532* 35 just leaves the check switched off; any other failure stops
001533* the run - posting blind could re-create an erased address.
001534******************************************************************
001535 1500-OPEN-ERASURE-REGISTER.
001536     OPEN INPUT ERASURE-REGISTER
001537     IF WS-CUSTERA-STATUS = "00"
001538         SET WS-ERASURE-REG-OPEN TO TRUE
001539     ELSE
001540         IF WS-CUSTERA-STATUS NOT = "35"
001541             DISPLAY "ERRO AO ABRIR CUSTERA - STATUS "
001542                 WS-CUSTERA-STATUS
001543             SET WS-FILE-ERROR TO TRUE
001544         END-IF
001545     END-IF.

001546 1500-EXIT.
001547     EXIT.

001548******************************************************************
001549* 1600-OPEN-CONSENT
001550* Opens the CUSTCNS marketing-consent file for update, creating
001551* it on the spot the first time, the same way as CUSTXRF.
001552******************************************************************
001553 1600-OPEN-CONSENT.
001554     OPEN I-O CONSENT-FILE
001555     IF WS-CUSTCNS-STATUS = "35"
001556         OPEN OUTPUT CONSENT-FILE
001557         CLOSE CONSENT-FILE
001558         OPEN I-O CONSENT-FILE
001559     END-IF
001560     IF WS-CUSTCNS-STATUS NOT = "00"
001561         DISPLAY "ERRO AO ABRIR CUSTCNS - STATUS "
001562             WS-CUSTCNS-STATUS
001563         SET WS-FILE-ERROR TO TRUE
001564     END-IF.

001565 1600-EXIT.
001566     EXIT.


001567******************************************************************
001568* 1700-LOAD-HOLD-RULES
001569* Loads the fraud team's hold rules from HLDRULE over the
001570* defaults. No file at all just means the defaults and no listed
001571* source; a file that is there but cannot be read stops the run -
001572* posting without the rules could let a takeover through.
001573******************************************************************
001574 1700-LOAD-HOLD-RULES.
001575     OPEN INPUT HOLD-RULES
001576     IF WS-HLDRULE-STATUS = "35"
001577         DISPLAY "AVISO: HLDRULE INEXISTENTE - REGRAS PADRAO DE "
001578             "RETENCAO"
001579         GO TO 1700-EXIT
001580     END-IF
001581     IF WS-HLDRULE-STATUS NOT = "00"
001582         DISPLAY "ERRO AO ABRIR HLDRULE - STATUS "
001583             WS-HLDRULE-STATUS
001584         SET WS-FILE-ERROR TO TRUE
001585         GO TO 1700-EXIT
001586     END-IF
001587     PERFORM 1710-READ-HOLD-RULE THRU 1710-EXIT
001588     PERFORM 1720-STORE-HOLD-RULE THRU 1720-EXIT
001589         UNTIL WS-HLDRULE-EOF
001590     CLOSE HOLD-RULES.

001591 1700-EXIT.
001592     EXIT.

001593 1710-READ-HOLD-RULE.
001594     READ HOLD-RULES
001595         AT END
001596             SET WS-HLDRULE-EOF TO TRUE
001597     END-READ.

001598 1710-EXIT.
001599     EXIT.

001600 1720-STORE-HOLD-RULE.
001601     IF HR-TYPE-VELOCITY AND HR-MAX-CHANGES IS NUMERIC
001602         AND HR-WINDOW-DAYS IS NUMERIC AND HR-WINDOW-DAYS > 0
001603         MOVE HR-MAX-CHANGES TO WS-HOLD-MAX-CHANGES
001604         MOVE HR-WINDOW-DAYS TO WS-HOLD-WINDOW-DAYS
001605         GO TO 1720-NEXT
001606     END-IF
001607     IF HR-TYPE-HOURS AND HR-HOURS-FROM IS NUMERIC
001608         AND HR-HOURS-TO IS NUMERIC
001609         MOVE HR-HOURS-FROM TO WS-HOLD-HOURS-FROM
001610         MOVE HR-HOURS-TO TO WS-HOLD-HOURS-TO
001611         GO TO 1720-NEXT
001612     END-IF
001613     IF HR-TYPE-SOURCE AND HR-SOURCE-SYSTEM NOT = SPACES
001614         IF WS-HOLD-SRC-COUNT < 50
001615             ADD 1 TO WS-HOLD-SRC-COUNT
001616             MOVE HR-SOURCE-SYSTEM TO
001617                 WS-HOLD-SRC(WS-HOLD-SRC-COUNT)
001618         ELSE
001619             DISPLAY "AVISO: HLDRULE TEM MAIS DE 50 ORIGENS - "
001620                 "IGNORADA " HR-SOURCE-SYSTEM
001621         END-IF
001622         GO TO 1720-NEXT
001623     END-IF
001624     DISPLAY "AVISO: REGRA INVALIDA NO HLDRULE IGNORADA: "
001625         HOLD-RULE-RECORD.

001626 1720-NEXT.
001627     PERFORM 1710-READ-HOLD-RULE THRU 1710-EXIT.

001628 1720-EXIT.
001629     EXIT.

001630******************************************************************
001631* 1750-LOAD-CHANGE-COUNTS
001632* Counts, per customer, the adds and updates EMLHIST holds from
001633* the first day of the velocity window up to now, keeping only
001634* the customers already at the limit - one more change trips the
001635* rule for them. Runs before 1400-OPEN-HISTORY reopens the file
001636* for this run's history. Changes posted earlier in this same run
001637* are not counted.
001638******************************************************************
001639 1750-LOAD-CHANGE-COUNTS.
001640     MOVE WS-CYCLE-DATE TO WS-WINDOW-DATE-N
001641     PERFORM 1760-BACK-ONE-DAY THRU 1760-EXIT
001642         WS-HOLD-WINDOW-DAYS TIMES
001643     SORT SORT-WORK
001644         ON ASCENDING KEY SR-CUSTOMER-ID
001645         INPUT PROCEDURE 1770-RELEASE-CHANGES THRU 1770-EXIT
001646         OUTPUT PROCEDURE 1780-COUNT-CHANGES THRU 1780-EXIT.

001647 1750-EXIT.
001648     EXIT.

001649******************************************************************
001650* 1760-BACK-ONE-DAY
001651* Steps WS-WINDOW-DATE back one calendar day, across month and
001652* year ends and the leap-year February.
001653******************************************************************
001654 1760-BACK-ONE-DAY.
001655     IF WS-WIN-DD > 1
001656         SUBTRACT 1 FROM WS-WIN-DD
001657         GO TO 1760-EXIT
001658     END-IF
001659     IF WS-WIN-MM > 1
001660         SUBTRACT 1 FROM WS-WIN-MM
001661     ELSE
001662         MOVE 12 TO WS-WIN-MM
001663         SUBTRACT 1 FROM WS-WIN-YYYY
001664     END-IF
001665     MOVE WS-MONTH-DAYS(WS-WIN-MM) TO WS-WIN-DD
001666     IF WS-WIN-MM NOT = 2
001667         GO TO 1760-EXIT
001668     END-IF
001669     DIVIDE WS-WIN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
001670         REMAINDER WS-LEAP-REMAINDER
001671     IF WS-LEAP-REMAINDER NOT = 0
001672         GO TO 1760-EXIT
001673     END-IF
001674     DIVIDE WS-WIN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
001675         REMAINDER WS-LEAP-REMAINDER
001676     IF WS-LEAP-REMAINDER NOT = 0
001677         MOVE 29 TO WS-WIN-DD
001678         GO TO 1760-EXIT
001679     END-IF
001680     DIVIDE WS-WIN-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
001681         REMAINDER WS-LEAP-REMAINDER
001682     IF WS-LEAP-REMAINDER = 0
001683         MOVE 29 TO WS-WIN-DD
001684     END-IF.

001685 1760-EXIT.
001686     EXIT.

001687******************************************************************
001688* 1770-RELEASE-CHANGES
001689* Sort input: one record per add/update on EMLHIST inside the
001690* window. No EMLHIST yet (first run) means nobody has changes.
001691******************************************************************
001692 1770-RELEASE-CHANGES.
001693     OPEN INPUT HISTORY-OUT
001694     IF WS-HISTORY-STATUS = "35"
001695         GO TO 1770-EXIT
001696     END-IF
001697     IF WS-HISTORY-STATUS NOT = "00"
001698         DISPLAY "ERRO AO ABRIR EMLHIST - STATUS "
001699             WS-HISTORY-STATUS
001700         SET WS-FILE-ERROR TO TRUE
001701         GO TO 1770-EXIT
001702     END-IF
001703     MOVE "N" TO WS-HISTORY-EOF-SW
001704     PERFORM 1775-READ-HISTORY-RECORD THRU 1775-EXIT
001705     PERFORM 1776-RELEASE-ONE-CHANGE THRU 1776-EXIT
001706         UNTIL WS-HISTORY-EOF
001707     CLOSE HISTORY-OUT.

001708 1770-EXIT.
001709     EXIT.

001710 1775-READ-HISTORY-RECORD.
001711     READ HISTORY-OUT
001712         AT END
001713             SET WS-HISTORY-EOF TO TRUE
001714     END-READ.

001715 1775-EXIT.
001716     EXIT.

001717 1776-RELEASE-ONE-CHANGE.
001718     IF (HS-ACTION-ADD OR HS-ACTION-UPDATE)
001719         AND HS-CYCLE-DATE IS NUMERIC
001720         AND HS-CYCLE-DATE >= WS-WINDOW-DATE-N
001721         AND HS-AFT-CUSTOMER-ID IS NUMERIC
001722         AND HS-AFT-CUSTOMER-ID > ZERO
001723         MOVE HS-AFT-CUSTOMER-ID TO SR-CUSTOMER-ID
001724         RELEASE SORT-RECORD
001725     END-IF
001726     PERFORM 1775-READ-HISTORY-RECORD THRU 1775-EXIT.

001727 1776-EXIT.
001728     EXIT.

001729******************************************************************
001730* 1780-COUNT-CHANGES
001731* Sort output: a control break on the customer id counts each
001732* customer's changes; 1795 keeps the ones at the limit.
001733******************************************************************
001734 1780-COUNT-CHANGES.
001735     MOVE 0 TO WS-VEL-COUNT
001736     MOVE 0 TO WS-BRK-COUNT
001737     MOVE "N" TO WS-SORT-EOF-SW
001738     PERFORM 1785-RETURN-CHANGE THRU 1785-EXIT
001739     IF WS-SORT-EOF
001740         GO TO 1780-EXIT
001741     END-IF
001742     MOVE SR-CUSTOMER-ID TO WS-BRK-CUSTOMER-ID
001743     PERFORM 1790-COUNT-ONE-CHANGE THRU 1790-EXIT
001744         UNTIL WS-SORT-EOF
001745     PERFORM 1795-STORE-CHANGE-COUNT THRU 1795-EXIT.

001746 1780-EXIT.
001747     EXIT.

001748 1785-RETURN-CHANGE.
001749     RETURN SORT-WORK
001750         AT END
001751             SET WS-SORT-EOF TO TRUE
001752     END-RETURN.

001753 1785-EXIT.
001754     EXIT.

001755 1790-COUNT-ONE-CHANGE.
001756     IF SR-CUSTOMER-ID NOT = WS-BRK-CUSTOMER-ID
001757         PERFORM 1795-STORE-CHANGE-COUNT THRU 1795-EXIT
001758         MOVE SR-CUSTOMER-ID TO WS-BRK-CUSTOMER-ID
001759         MOVE 0 TO WS-BRK-COUNT
001760     END-IF
001761     ADD 1 TO WS-BRK-COUNT
001762     PERFORM 1785-RETURN-CHANGE THRU 1785-EXIT.

001763 1790-EXIT.
001764     EXIT.

001765 1795-STORE-CHANGE-COUNT.
001766     IF WS-BRK-COUNT < WS-HOLD-MAX-CHANGES
001767         GO TO 1795-EXIT
001768     END-IF
001769     IF WS-VEL-COUNT >= 2000
001770         IF NOT WS-VEL-OVERFLOW-YES
001771             DISPLAY "AVISO: MAIS DE 2000 CLIENTES NO LIMITE DE "
001772                 "ALTERACOES - OS DEMAIS NAO SERAO RETIDOS"
001773             SET WS-VEL-OVERFLOW-YES TO TRUE
001774         END-IF
001775         GO TO 1795-EXIT
001776     END-IF
001777     ADD 1 TO WS-VEL-COUNT
001778     MOVE WS-BRK-CUSTOMER-ID TO VT-CUSTOMER-ID(WS-VEL-COUNT)
001779     MOVE WS-BRK-COUNT TO VT-CHANGE-COUNT(WS-VEL-COUNT).

001780 1795-EXIT.
001781     EXIT.

001782******************************************************************
001783* 1800-OPEN-HOLD-QUEUE
001784* Opens the CUSTHLD hold queue for update (created on the first
001785* run, the same way as CUSTXRF) and the NTCOUT change-notice file
001786* for the mail platform, kept in EXTEND on a restart like VRFOUT.
001787******************************************************************
001788 1800-OPEN-HOLD-QUEUE.
001789     OPEN I-O HOLD-QUEUE
001790     IF WS-CUSTHLD-STATUS = "35"
001791         OPEN OUTPUT HOLD-QUEUE
001792         CLOSE HOLD-QUEUE
001793         OPEN I-O HOLD-QUEUE
001794     END-IF
001795     IF WS-CUSTHLD-STATUS NOT = "00"
001796         DISPLAY "ERRO AO ABRIR CUSTHLD - STATUS "
001797             WS-CUSTHLD-STATUS
001798         SET WS-FILE-ERROR TO TRUE
001799     END-IF
001800     IF WS-RESTART-COUNT > 0
001801         OPEN EXTEND NOTICE-OUT
001802     ELSE
001803         OPEN OUTPUT NOTICE-OUT
001804     END-IF
001805     IF WS-NOTICE-STATUS NOT = "00"
001806         DISPLAY "ERRO AO ABRIR NTCOUT - STATUS "
001807             WS-NOTICE-STATUS
001808         SET WS-FILE-ERROR TO TRUE
001809     END-IF.

001810 1800-EXIT.
001811     EXIT.

001812******************************************************************
001813* 1900-CHECK-CYCLE-GATE
001814* Asks the cycle-status gate whether APLEMAIL may apply the cycle
001815* now - the command-line date, or today.
001816* A refusal (or a status file that cannot be read) stops the run
001817* before anything is opened; 9000 ends it with return code 16.
001818******************************************************************
001819 1900-CHECK-CYCLE-GATE.
001820     MOVE WS-RUN-DATE TO WS-EXPECTED-DATE
001821     IF WS-DATE-OVERRIDE IS NUMERIC
001822         MOVE WS-DATE-OVERRIDE TO WS-EXPECTED-DATE
001823     END-IF
001824     SET CG-FN-START TO TRUE
001825     MOVE "APLEMAIL" TO CG-PROGRAM-ID
001826     MOVE WS-EXPECTED-DATE TO CG-CYCLE-DATE
001827     MOVE 0 TO CG-PARTITION-NO
001828     MOVE 0 TO CG-RETURN-CODE
001829     CALL "CYCGATE" USING CYCLE-GATE-PARM
001830     IF CG-ALLOWED
001831         SET WS-GATE-STARTED TO TRUE
001832     ELSE
001833         DISPLAY "ERRO: " CG-REASON-TEXT
001834         SET WS-GATE-REFUSED TO TRUE
001835     END-IF.

001836 1900-EXIT.
001837     EXIT.

001838******************************************************************
001839* 1910-REFUSE-RUN
001840* The gate refused the run: nothing was opened or written, so
001841* there is nothing to close and no run-control record to cut.
001842******************************************************************
001843 1910-REFUSE-RUN.
001844     MOVE 16 TO RETURN-CODE
001845     DISPLAY "==============================================="
001846     DISPLAY "APLEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001847     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001848     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001849 1910-EXIT.
001850     EXIT.

001851******************************************************************
001852* 1920-END-CYCLE-STEP
001853* Records how the run ended on CYCSTAT. The CALL clears
001854* RETURN-CODE, so the code is handed over and put back. An end
001855* that cannot be recorded raises the return code to at least 8:
001856* the step would otherwise stay running on CYCSTAT and hold up
001857* the cycle.
001858******************************************************************
001859 1920-END-CYCLE-STEP.
001860     SET CG-FN-END TO TRUE
001861     MOVE RETURN-CODE TO CG-RETURN-CODE
001862     CALL "CYCGATE" USING CYCLE-GATE-PARM
001863     MOVE CG-RETURN-CODE TO RETURN-CODE
001864     IF NOT CG-ALLOWED
001865         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001866         IF RETURN-CODE < 8
001867             MOVE 8 TO RETURN-CODE
001868         END-IF
001869     END-IF.

001870 1920-EXIT.
001871     EXIT.

001872******************************************************************
001529* 2000-APPLY-CONTROL
001530* Drives the apply: read every record on EMLACC, reconcile the
001531* trailer against the details actually read, post each detail
001548     END-IF
001549     IF NOT WS-RECON-ERROR AND NOT WS-FILE-ERROR
001550         PERFORM 2800-APPLY-ONLINE THRU 2800-EXIT
001551         PERFORM 2870-APPLY-RELEASED THRU 2870-EXIT
001551     END-IF
001552     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT
001553     IF NOT WS-RECON-ERROR AND NOT WS-FILE-ERROR
001648     END-IF
001649     ADD 1 TO WS-TOTAL-READ
001650     MOVE WS-TOTAL-READ TO WS-ABS-RECORD-NO
001651     MOVE "B" TO WS-HOLD-ORIGIN
001652     MOVE WS-ABS-RECORD-NO TO WS-HOLD-RECORD-NO
001651     PERFORM 2250-POST-ONE-DETAIL THRU 2250-EXIT.

001790 2200-NEXT.
001862* date.
001864******************************************************************
001866 2250-POST-ONE-DETAIL.
001867     PERFORM 2260-CHECK-ERASURE THRU 2260-EXIT
001868     IF WS-CUSTOMER-ERASED
001869         GO TO 2250-EXIT
001870     END-IF
001868     PERFORM 2205-RECHECK-RULES THRU 2205-EXIT
001870     IF VP-EMAIL-INVALID
001872         GO TO 2250-EXIT
001888         NOT INVALID KEY
001890             SET WS-MASTER-FOUND TO TRUE
001892     END-READ
001893     PERFORM 2280-CHECK-HOLD THRU 2280-EXIT
001894     IF WS-CHANGE-HELD
001895         GO TO 2250-EXIT
001896     END-IF
001894     IF WS-MASTER-FOUND
001896         PERFORM 2220-UPDATE-MASTER THRU 2220-EXIT
001898     ELSE
001940         PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
001942         PERFORM 2700-POST-XREF THRU 2700-EXIT
001944         PERFORM 2750-WRITE-VERIFY-REQUEST THRU 2750-EXIT
001945         PERFORM 2290-WRITE-CHANGE-NOTICE THRU 2290-EXIT
001946     ELSE
001948         ADD 1 TO WS-TOTAL-FAILED
001950         MOVE "FALHA" TO WS-DISPOSITION
001990                 WS-DETAIL-TEXT
001992             PERFORM 2300-WRITE-REPORT-DETAIL THRU 2300-EXIT
001994             PERFORM 2700-POST-XREF THRU 2700-EXIT
001995             IF WS-ADDRESS-CHANGE AND WS-CUSTXRF-STATUS = "00"
001996                 SET WS-XREF-CHANGED TO TRUE
001997             END-IF
001998             PERFORM 2290-WRITE-CHANGE-NOTICE THRU 2290-EXIT
001996         ELSE
001998             PERFORM 2230-REWRITE-MASTER THRU 2230-EXIT
002000         END-IF
002032         MOVE "U" TO HS-ACTION
002034         PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
002036         PERFORM 2700-POST-XREF THRU 2700-EXIT
002037         PERFORM 2290-WRITE-CHANGE-NOTICE THRU 2290-EXIT
002038     ELSE
002040         ADD 1 TO WS-TOTAL-FAILED
002042         MOVE "FALHA" TO WS-DISPOSITION
002056     EXIT.

002058******************************************************************
002059* 2260-CHECK-ERASURE
002060* A detail whose customer is on the erasure register and that was
002061* keyed on or before the erasure date is an address the customer
002062* asked us to forget - typically an old EMLACC run again. It is
002063* blocked: counted as skipped, reported with the address masked,
002064* and never sent to the exceptions file, so nobody re-drives it.
002065* A detail keyed after the erasure is a new address the customer
002066* gave us since, and posts as normal. A detail with no customer
002067* id cannot be tied to an erasure and is not checked.
002068******************************************************************
002069 2260-CHECK-ERASURE.
002070     MOVE "N" TO WS-CUSTOMER-ERASED-SW
002071     IF NOT WS-ERASURE-REG-OPEN
002072         GO TO 2260-EXIT
002073     END-IF
002074     IF EA-CUSTOMER-ID IS NOT NUMERIC OR EA-CUSTOMER-ID = ZERO
002075         GO TO 2260-EXIT
002076     END-IF
002077     MOVE EA-CUSTOMER-ID TO EG-CUSTOMER-ID
002078     READ ERASURE-REGISTER
002079         KEY IS EG-CUSTOMER-ID
002080         INVALID KEY
002081             GO TO 2260-EXIT
002082     END-READ
002083     IF EA-ENTRY-DATE IS NUMERIC
002084         AND EA-ENTRY-DATE > EG-ERASE-DATE
002085         GO TO 2260-EXIT
002086     END-IF
002087     SET WS-CUSTOMER-ERASED TO TRUE
002088     ADD 1 TO WS-TOTAL-SKIPPED
002089     MOVE SPACES TO EA-EMAIL-ADDRESS
002090     STRING WS-ERASURE-MASK DELIMITED BY SIZE
002091         EG-REQUEST-NO DELIMITED BY SPACE
002092         INTO EA-EMAIL-ADDRESS
002093     END-STRING
002094     MOVE "BLOQUEADO" TO WS-DISPOSITION
002095     MOVE "CLIENTE COM EXCLUSAO LGPD - NAO REPOSTADO" TO
002096         WS-DETAIL-TEXT
002097     PERFORM 2300-WRITE-REPORT-DETAIL THRU 2300-EXIT.

002098 2260-EXIT.
002099     EXIT.

002100******************************************************************
002101* 2280-CHECK-HOLD
002102* Decides whether the detail about to post changes a customer's
002103* address: the customer already holds a different address of this
002104* type on CUSTXRF (substitution), or the address is on CUSTMAS
002105* under another customer and 2220-UPDATE-MASTER would move it
002106* (transfer). A change that trips any hold rule is diverted to
002107* CUSTHLD and not posted. A change released by the fraud team is
002108* only classified here, for its notice - the rules are not run
002109* again. A detail with no customer id changes nobody's address.
002110******************************************************************
002111 2280-CHECK-HOLD.
002112     MOVE "N" TO WS-ADDRESS-CHANGE-SW
002113     MOVE "N" TO WS-ADDRESS-TRANSFER-SW
002114     MOVE "N" TO WS-CHANGE-HELD-SW
002115     MOVE SPACES TO WS-PREV-EMAIL-ADDRESS
002116     MOVE ZERO TO WS-PREV-CUSTOMER-ID
002117     IF EA-CUSTOMER-ID IS NOT NUMERIC OR EA-CUSTOMER-ID = ZERO
002118         GO TO 2280-EXIT
002119     END-IF
002120     IF WS-MASTER-FOUND AND CM-CUSTOMER-ID NOT = ZERO
002121         AND CM-CUSTOMER-ID NOT = EA-CUSTOMER-ID
002122         SET WS-ADDRESS-CHANGE TO TRUE
002123         SET WS-ADDRESS-TRANSFER TO TRUE
002124         MOVE CM-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
002125     END-IF
002126     MOVE EA-CUSTOMER-ID TO XR-CUSTOMER-ID
002127     IF EA-TYPE-PRIMARY OR EA-TYPE-BILLING OR EA-TYPE-CONTACT
002128         MOVE EA-ADDRESS-TYPE TO XR-ADDRESS-TYPE
002129     ELSE
002130         MOVE "P" TO XR-ADDRESS-TYPE
002131     END-IF
002132     MOVE XR-ADDRESS-TYPE TO WS-XREF-TYPE
002133     READ CUSTOMER-XREF
002134         KEY IS XR-XREF-KEY
002135         INVALID KEY
002136             MOVE SPACES TO XR-EMAIL-ADDRESS
002137     END-READ
002138     IF XR-EMAIL-ADDRESS NOT = SPACES
002139         AND XR-EMAIL-ADDRESS NOT = VP-CANONICAL-ADDRESS
002140         SET WS-ADDRESS-CHANGE TO TRUE
002141         MOVE XR-EMAIL-ADDRESS TO WS-PREV-EMAIL-ADDRESS
002142     END-IF
002143     IF NOT WS-ADDRESS-CHANGE OR WS-RELEASED-POST
002144         GO TO 2280-EXIT
002145     END-IF
002146     MOVE "N" TO HL-RSN-VELOCITY
002147     MOVE "N" TO HL-RSN-SOURCE
002148     MOVE "N" TO HL-RSN-HOURS
002149     PERFORM 2282-FIND-CHANGE-COUNT THRU 2282-EXIT
002150     IF WS-CHANGE-COUNT + 1 > WS-HOLD-MAX-CHANGES
002151         MOVE "Y" TO HL-RSN-VELOCITY
002152     END-IF
002153     IF WS-XREF-TYPE = "P"
002154         PERFORM 2284-CHECK-HOLD-SOURCE THRU 2284-EXIT
002155     END-IF
002156     IF EA-ENTRY-TIME IS NUMERIC
002157         AND (EA-ENTRY-TIME < WS-HOLD-HOURS-FROM
002158         OR EA-ENTRY-TIME > WS-HOLD-HOURS-TO)
002159         MOVE "Y" TO HL-RSN-HOURS
002160     END-IF
002161     IF HL-RSN-VELOCITY-YES OR HL-RSN-SOURCE-YES
002162         OR HL-RSN-HOURS-YES
002163         PERFORM 2286-WRITE-HOLD THRU 2286-EXIT
002164     END-IF.

002165 2280-EXIT.
002166     EXIT.

002167 2282-FIND-CHANGE-COUNT.
002168     MOVE 0 TO WS-CHANGE-COUNT
002169     MOVE "N" TO WS-FOUND-SW
002170     MOVE 1 TO WS-HOLD-SUB
002171     PERFORM 2283-SCAN-CHANGE-COUNT THRU 2283-EXIT
002172         UNTIL WS-FOUND OR WS-HOLD-SUB > WS-VEL-COUNT.

002173 2282-EXIT.
002174     EXIT.

002175 2283-SCAN-CHANGE-COUNT.
002176     IF VT-CUSTOMER-ID(WS-HOLD-SUB) = EA-CUSTOMER-ID
002177         SET WS-FOUND TO TRUE
002178         MOVE VT-CHANGE-COUNT(WS-HOLD-SUB) TO WS-CHANGE-COUNT
002179     ELSE
002180         ADD 1 TO WS-HOLD-SUB
002181     END-IF.

002182 2283-EXIT.
002183     EXIT.

002184 2284-CHECK-HOLD-SOURCE.
002185     MOVE 1 TO WS-HOLD-SUB
002186     PERFORM 2285-SCAN-HOLD-SOURCE THRU 2285-EXIT
002187         UNTIL HL-RSN-SOURCE-YES
002188             OR WS-HOLD-SUB > WS-HOLD-SRC-COUNT.

002189 2284-EXIT.
002190     EXIT.

002191 2285-SCAN-HOLD-SOURCE.
002192     IF WS-HOLD-SRC(WS-HOLD-SUB) = EA-SOURCE-SYSTEM
002193         MOVE "Y" TO HL-RSN-SOURCE
002194     ELSE
002195         ADD 1 TO WS-HOLD-SUB
002196     END-IF.

002197 2285-EXIT.
002198     EXIT.

002199******************************************************************
002200* 2286-WRITE-HOLD
002201* Puts the whole detail on CUSTHLD as pending, with the rules it
002202* tripped and the address it would replace, and reports it as
002203* RETIDO. It is counted apart from applied/skipped/failed - the
002204* change has not been refused, it is waiting for the fraud team.
002205* A key already on file is the same change held by an earlier run
002206* of this cycle, and is held, not duplicated.
002207******************************************************************
002208 2286-WRITE-HOLD.
002209     ACCEPT WS-RUN-TIME FROM TIME
002210     MOVE WS-CYCLE-DATE TO HL-CYCLE-DATE
002211     MOVE WS-HOLD-ORIGIN TO HL-ORIGIN
002212     MOVE WS-HOLD-RECORD-NO TO HL-RECORD-NO
002213     SET HL-STATUS-PENDING TO TRUE
002214     MOVE WS-CHANGE-COUNT TO HL-CHANGE-COUNT
002215     MOVE WS-PREV-EMAIL-ADDRESS TO HL-PREV-EMAIL-ADDRESS
002216     MOVE WS-PREV-CUSTOMER-ID TO HL-PREV-CUSTOMER-ID
002217     MOVE WS-RUN-DATE TO HL-HOLD-DATE
002218     MOVE WS-RUN-TIME TO HL-HOLD-TIME
002219     MOVE SPACES TO HL-DECIDED-BY
002220     MOVE SPACES TO HL-DECISION-NOTE
002221     MOVE ZERO TO HL-DECISION-DATE HL-DECISION-TIME
002222     MOVE ZERO TO HL-APPLIED-CYCLE
002223     MOVE ACCEPTED-RECORD TO HL-ACCEPTED-DATA
002224     WRITE HOLD-RECORD
002225         INVALID KEY
002226             CONTINUE
002227     END-WRITE
002228     IF WS-CUSTHLD-STATUS NOT = "00"
002229         AND WS-CUSTHLD-STATUS NOT = "22"
002230         DISPLAY "ERRO AO GRAVAR CUSTHLD - STATUS "
002231             WS-CUSTHLD-STATUS
002232         SET WS-FILE-ERROR TO TRUE
002233         GO TO 2286-EXIT
002234     END-IF
002235     SET WS-CHANGE-HELD TO TRUE
002236     ADD 1 TO WS-TOTAL-HELD
002237     MOVE "RETIDO" TO WS-DISPOSITION
002238     IF HL-RSN-VELOCITY-YES
002239         MOVE "FRAUDE: MUITAS ALTERACOES NO PERIODO" TO
002240             WS-DETAIL-TEXT
002241     ELSE
002242         IF HL-RSN-SOURCE-YES
002243             MOVE "FRAUDE: TROCA DO PRIMARIO POR ORIGEM DE RISCO"
002244                 TO WS-DETAIL-TEXT
002245         ELSE
002246             MOVE "FRAUDE: DIGITADO FORA DO HORARIO COMERCIAL" TO
002247                 WS-DETAIL-TEXT
002248         END-IF
002249     END-IF
002250     PERFORM 2300-WRITE-REPORT-DETAIL THRU 2300-EXIT.

002251 2286-EXIT.
002252     EXIT.

002253******************************************************************
002254* 2290-WRITE-CHANGE-NOTICE
002255* Called once a change has posted: tells the previous address.
002256* A substitution notifies the customer's old address of the type;
002257* a transfer notifies the address itself, under the customer it
002258* was taken from. A change can be both.
002259******************************************************************
002260 2290-WRITE-CHANGE-NOTICE.
002261     IF NOT WS-ADDRESS-CHANGE
002262         GO TO 2290-EXIT
002263     END-IF
002264     IF WS-PREV-EMAIL-ADDRESS NOT = SPACES
002265         MOVE SPACES TO CHANGE-NOTICE-RECORD
002266         MOVE WS-PREV-EMAIL-ADDRESS TO NT-EMAIL-ADDRESS
002267         MOVE EA-CUSTOMER-ID TO NT-CUSTOMER-ID
002268         MOVE EA-CUSTOMER-NAME TO NT-CUSTOMER-NAME
002269         SET NT-ADDRESS-SUBSTITUTED TO TRUE
002270         PERFORM 2295-WRITE-NOTICE THRU 2295-EXIT
002271     END-IF
002272     IF WS-ADDRESS-TRANSFER
002273         MOVE SPACES TO CHANGE-NOTICE-RECORD
002274         MOVE CM-EMAIL-ADDRESS TO NT-EMAIL-ADDRESS
002275         MOVE WS-PREV-CUSTOMER-ID TO NT-CUSTOMER-ID
002276         MOVE WS-BEF-CUSTOMER-NAME TO NT-CUSTOMER-NAME
002277         SET NT-ADDRESS-TRANSFERRED TO TRUE
002278         PERFORM 2295-WRITE-NOTICE THRU 2295-EXIT
002279     END-IF.

002280 2290-EXIT.
002281     EXIT.

002282 2295-WRITE-NOTICE.
002283     MOVE WS-XREF-TYPE TO NT-ADDRESS-TYPE
002284     MOVE EA-SOURCE-SYSTEM TO NT-SOURCE-SYSTEM
002285     MOVE WS-CYCLE-DATE TO NT-CYCLE-DATE
002286     MOVE ZERO TO NT-CHANGE-DATE NT-CHANGE-TIME
002287     IF EA-ENTRY-DATE IS NUMERIC
002288         MOVE EA-ENTRY-DATE TO NT-CHANGE-DATE
002289     END-IF
002290     IF EA-ENTRY-TIME IS NUMERIC
002291         MOVE EA-ENTRY-TIME TO NT-CHANGE-TIME
002292     END-IF
002293     WRITE CHANGE-NOTICE-RECORD
002294     IF WS-NOTICE-STATUS NOT = "00"
002295         DISPLAY "ERRO AO GRAVAR NTCOUT - STATUS "
002296             WS-NOTICE-STATUS
002297         SET WS-FILE-ERROR TO TRUE
002298     ELSE
002299         ADD 1 TO WS-TOTAL-NOTICES
002300     END-IF.

002301 2295-EXIT.
002302     EXIT.

002303******************************************************************
002060* 2300-WRITE-REPORT-DETAIL
002062* One report line per address that was not applied cleanly, so
002064* the registration team can see exactly what was skipped or
002162     MOVE WS-TOTAL-APPLIED TO AC-TOTAL-APPLIED
002164     MOVE WS-TOTAL-SKIPPED TO AC-TOTAL-SKIPPED
002166     MOVE WS-TOTAL-FAILED TO AC-TOTAL-FAILED
002167     MOVE WS-TOTAL-HELD TO AC-TOTAL-HELD
002168     MOVE WS-LAST-CYCLE-DATE TO AC-LAST-CYCLE-DATE
002170     OPEN OUTPUT APPLY-CHECKPOINT
002172     IF WS-APLCHK-STATUS NOT = "00"
002208     MOVE 0 TO AC-TOTAL-APPLIED
002210     MOVE 0 TO AC-TOTAL-SKIPPED
002212     MOVE 0 TO AC-TOTAL-FAILED
002213     MOVE 0 TO AC-TOTAL-HELD
002214     MOVE WS-CYCLE-DATE TO AC-CYCLE-DATE
002216     MOVE WS-RUN-DATE TO AC-RUN-DATE
002218     MOVE WS-RUN-TIME TO AC-RUN-TIME
002278     MOVE CM-EMAIL-ADDRESS TO HS-AFT-EMAIL-ADDRESS
002280     MOVE CM-CUSTOMER-ID TO HS-AFT-CUSTOMER-ID
002282     MOVE CM-CUSTOMER-NAME TO HS-AFT-CUSTOMER-NAME
002283     MOVE EA-ADDRESS-TYPE TO HS-ADDRESS-TYPE
002284     WRITE HISTORY-RECORD
002286     IF WS-HISTORY-STATUS NOT = "00"
002288         DISPLAY "ERRO AO GRAVAR EMLHIST - STATUS "
002366         DISPLAY "ERRO AO GRAVAR CUSTXRF - STATUS "
002368             WS-CUSTXRF-STATUS
002370         SET WS-FILE-ERROR TO TRUE
002371     END-IF
002372     PERFORM 2720-POST-CONSENT THRU 2720-EXIT.

002374 2700-EXIT.
002376     EXIT.

002378******************************************************************
002379* 2720-POST-CONSENT
002380* Records the consent the capture system keyed with the address
002381* on CUSTCNS, under the same customer and address type as the
002382* cross-reference entry just posted. A blank consent byte (not
002383* asked, or an online/old-format record) leaves the file alone.
002384* An opt-out from the mail platform is only overturned by a
002385* consent keyed AFTER the opt-out date - an old extract re-run
002386* must not re-subscribe somebody who asked to leave.
002387******************************************************************
002388 2720-POST-CONSENT.
002389     IF NOT EA-CONSENT-GIVEN AND NOT EA-CONSENT-REFUSED
002390         GO TO 2720-EXIT
002391     END-IF
002392     MOVE XR-CUSTOMER-ID TO CN-CUSTOMER-ID
002393     MOVE XR-ADDRESS-TYPE TO CN-ADDRESS-TYPE
002394     MOVE "N" TO WS-CONSENT-FOUND-SW
002395     READ CONSENT-FILE
002396         KEY IS CN-CONSENT-KEY
002397         INVALID KEY
002398             CONTINUE
002399         NOT INVALID KEY
002400             SET WS-CONSENT-FOUND TO TRUE
002401     END-READ
002402     IF WS-CONSENT-FOUND AND CN-OPTED-OUT
002403         IF EA-ENTRY-DATE IS NOT NUMERIC
002404             OR EA-ENTRY-DATE NOT > CN-CONSENT-DATE
002405             GO TO 2720-EXIT
002406         END-IF
002407     END-IF
002408     MOVE EA-MARKETING-CONSENT TO CN-CONSENT-STATUS
002409     IF EA-ENTRY-DATE IS NUMERIC AND EA-ENTRY-DATE > 0
002410         MOVE EA-ENTRY-DATE TO CN-CONSENT-DATE
002411     ELSE
002412         MOVE WS-CYCLE-DATE TO CN-CONSENT-DATE
002413     END-IF
002414     MOVE EA-SOURCE-SYSTEM TO CN-CONSENT-SOURCE
002415     MOVE WS-CYCLE-DATE TO CN-LAST-CYCLE-DATE
002416     IF WS-CONSENT-FOUND
002417         REWRITE CONSENT-RECORD
002418             INVALID KEY
002419                 CONTINUE
002420         END-REWRITE
002421     ELSE
002422         WRITE CONSENT-RECORD
002423             INVALID KEY
002424                 CONTINUE
002425         END-WRITE
002426     END-IF
002427     IF WS-CUSTCNS-STATUS = "00"
002428         ADD 1 TO WS-TOTAL-CONSENT
002429     ELSE
002430         DISPLAY "ERRO AO GRAVAR CUSTCNS - STATUS "
002431             WS-CUSTCNS-STATUS
002432         SET WS-FILE-ERROR TO TRUE
002433     END-IF.

002434 2720-EXIT.
002435     EXIT.

002436******************************************************************
002380* 2750-WRITE-VERIFY-REQUEST
002382* One VRFOUT record per address newly added to the master, for
002384* the mail platform's verification message. Updates and no-
002486     MOVE ONLINE-IN-RECORD TO ACCEPTED-RECORD
002488     IF EA-TYPE-DETAIL
002490         ADD 1 TO WS-ONL-READ
002491         MOVE "O" TO WS-HOLD-ORIGIN
002492         MOVE WS-ONL-READ TO WS-HOLD-RECORD-NO
002492         PERFORM 2250-POST-ONE-DETAIL THRU 2250-EXIT
002494     END-IF
002496     PERFORM 2810-READ-ONLINE-RECORD THRU 2810-EXIT.
002498 2850-EXIT.
002500     EXIT.

002501******************************************************************
002502* 2870-APPLY-RELEASED
002503* Posts the changes the fraud team released on HLDMAINT since the
002504* last run, through the same posting core (history, cross-
002505* reference, notice), and marks each one applied with the cycle
002506* that posted it. Pending and declined entries stay as they are.
002507******************************************************************
002508 2870-APPLY-RELEASED.
002509     MOVE LOW-VALUES TO HL-HOLD-KEY
002510     START HOLD-QUEUE
002511         KEY IS >= HL-HOLD-KEY
002512         INVALID KEY
002513             GO TO 2870-EXIT
002514     END-START
002515     MOVE "N" TO WS-HOLD-SWEEP-EOF-SW
002516     SET WS-RELEASED-POST TO TRUE
002517     PERFORM 2875-READ-NEXT-HOLD THRU 2875-EXIT
002518     PERFORM 2880-POST-RELEASED-ONE THRU 2880-EXIT
002519         UNTIL WS-HOLD-SWEEP-EOF OR WS-FILE-ERROR
002520     MOVE "N" TO WS-RELEASED-POST-SW.

002521 2870-EXIT.
002522     EXIT.

002523 2875-READ-NEXT-HOLD.
002524     READ HOLD-QUEUE NEXT RECORD
002525         AT END
002526             SET WS-HOLD-SWEEP-EOF TO TRUE
002527     END-READ.

002528 2875-EXIT.
002529     EXIT.

002530 2880-POST-RELEASED-ONE.
002531     IF NOT HL-STATUS-RELEASED
002532         GO TO 2880-NEXT
002533     END-IF
002534     MOVE HL-ACCEPTED-DATA TO ACCEPTED-RECORD
002535     MOVE HL-ORIGIN TO WS-HOLD-ORIGIN
002536     MOVE HL-RECORD-NO TO WS-HOLD-RECORD-NO
002537     ADD 1 TO WS-TOTAL-RELEASED
002538     MOVE WS-TOTAL-APPLIED TO WS-APPLIED-BEFORE
002539     MOVE WS-TOTAL-FAILED TO WS-FAILED-BEFORE
002540     MOVE "N" TO WS-XREF-CHANGED-SW
002541     PERFORM 2250-POST-ONE-DETAIL THRU 2250-EXIT
002542     IF WS-FILE-ERROR
002543         GO TO 2880-EXIT
002544     END-IF
002545* Posted: added, moved to this customer, or an address the
002546* customer already owned made current for its type on CUSTXRF,
002547* with its notice (2220).
002548     IF WS-TOTAL-APPLIED > WS-APPLIED-BEFORE OR WS-XREF-CHANGED
002549         MOVE "LIBERADO" TO WS-DISPOSITION
002550         MOVE "ALTERACAO LIBERADA PELA FRAUDE - PROCESSADA" TO
002551             WS-DETAIL-TEXT
002552         PERFORM 2300-WRITE-REPORT-DETAIL THRU 2300-EXIT
002553         SET HL-STATUS-APPLIED TO TRUE
002554         MOVE WS-CYCLE-DATE TO HL-APPLIED-CYCLE
002555         GO TO 2880-REWRITE
002556     END-IF
002557* Refused by the master itself: the entry stays released and is
002558* retried on the next run.
002559     IF WS-TOTAL-FAILED > WS-FAILED-BEFORE
002560         AND NOT WS-CUSTOMER-ERASED
002561         AND NOT VP-EMAIL-INVALID
002562         GO TO 2880-NEXT
002563     END-IF
002564* Blocked by an erasure, refused by the current rules or already
002565* on the master: the release is closed as not applied, with the
002566* reason, and is never posted again.
002567     SET HL-STATUS-NOT-APPLIED TO TRUE
002568     MOVE WS-CYCLE-DATE TO HL-APPLIED-CYCLE
002569     IF WS-CUSTOMER-ERASED
002570         MOVE "NAO APLICADA - CLIENTE COM EXCLUSAO LGPD" TO
002571             HL-DECISION-NOTE
002572     ELSE
002573         IF VP-EMAIL-INVALID
002574             MOVE "NAO APLICADA - RECUSADA PELAS REGRAS" TO
002575                 HL-DECISION-NOTE
002576         ELSE
002577             MOVE "NAO APLICADA - SEM ALTERACAO NO CADASTRO" TO
002578                 HL-DECISION-NOTE
002579         END-IF
002580     END-IF.

002581 2880-REWRITE.
002582     REWRITE HOLD-RECORD
002583         INVALID KEY
002584             CONTINUE
002585     END-REWRITE
002586     IF WS-CUSTHLD-STATUS NOT = "00"
002587         DISPLAY "ERRO AO REGRAVAR CUSTHLD - STATUS "
002588             WS-CUSTHLD-STATUS
002589         SET WS-FILE-ERROR TO TRUE
002590         GO TO 2880-EXIT
002591     END-IF.

002592 2880-NEXT.
002593     PERFORM 2875-READ-NEXT-HOLD THRU 2875-EXIT.

002594 2880-EXIT.
002595     EXIT.

002502 2900-WRITE-TRAILER.
002504     MOVE SPACES TO APPLY-REPORT-LINE
002506     STRING "TRAILER - LIDO: " DELIMITED BY SIZE
002520         WS-TOTAL-SKIPPED DELIMITED BY SIZE
002522         "  FALHA: " DELIMITED BY SIZE
002524         WS-TOTAL-FAILED DELIMITED BY SIZE
002525         "  RETIDO: " DELIMITED BY SIZE
002526         WS-TOTAL-HELD DELIMITED BY SIZE
002527         "  LIBERADO: " DELIMITED BY SIZE
002528         WS-TOTAL-RELEASED DELIMITED BY SIZE
002526         INTO APPLY-REPORT-LINE
002528     END-STRING
002530     WRITE APPLY-REPORT-LINE
002830* 9000-TERMINATE
002840* Closes everything and sets the return code the JCL uses to
002850* route the apply step: 0 everything applied, 4 some addresses
002854* skipped or held for fraud review, 8 a posting failed or a
002858* file error stopped the run, 12 the EMLACC handoff failed the
002862* header/trailer reconciliation and nothing (more) was posted,
002866* 16 the cycle-status gate refused the run and nothing was opened.
002870******************************************************************
002880 9000-TERMINATE.
002882     IF WS-GATE-REFUSED
002884         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
002886         GO TO 9000-EXIT
002888     END-IF
002890     CLOSE ACCEPTED-IN
002900     CLOSE CUSTOMER-MASTER
002910     CLOSE APPLY-REPORT
002913     CLOSE HISTORY-OUT
002914     CLOSE CUSTOMER-XREF
002915     CLOSE VERIFY-OUT
002916     CLOSE ERASURE-REGISTER
002917     CLOSE CONSENT-FILE
002918     CLOSE HOLD-QUEUE
002919     CLOSE NOTICE-OUT
002920     IF WS-RECON-ERROR
002922         MOVE 12 TO RETURN-CODE
002924     ELSE
002926     IF WS-FILE-ERROR OR WS-TOTAL-FAILED > 0
002930         MOVE 8 TO RETURN-CODE
002940     ELSE
002950         IF WS-TOTAL-SKIPPED > 0 OR WS-TOTAL-HELD > 0
002960             MOVE 4 TO RETURN-CODE
002970         ELSE
002980             MOVE 0 TO RETURN-CODE
002990         END-IF
003000     END-IF
003002     END-IF
003003     IF WS-GATE-STARTED
003004         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003005     END-IF
003004     PERFORM 9100-WRITE-RUN-CONTROL THRU 9100-EXIT
003010     DISPLAY "==============================================="
003020     DISPLAY "APLEMAIL - RESUMO DA EXECUCAO"
003040     DISPLAY "TOTAL APLICADO..: " WS-TOTAL-APPLIED
003050     DISPLAY "TOTAL IGNORADO..: " WS-TOTAL-SKIPPED
003060     DISPLAY "TOTAL COM FALHA.: " WS-TOTAL-FAILED
003062     DISPLAY "CONSENTIMENTO...: " WS-TOTAL-CONSENT
003064     DISPLAY "RETIDO (FRAUDE).: " WS-TOTAL-HELD
003066     DISPLAY "LIBERADO POSTADO: " WS-TOTAL-RELEASED
003068     DISPLAY "AVISOS DE TROCA.: " WS-TOTAL-NOTICES
003070     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003080 9000-EXIT.
003106     MOVE ZERO TO RC-TOTAL-BLOCKED RC-TOTAL-APPLIED
003107     MOVE ZERO TO RC-TOTAL-SKIPPED RC-TOTAL-FAILED
003108     MOVE ZERO TO RC-ONL-READ RC-RETURN-CODE
003109     MOVE ZERO TO RC-TOTAL-HELD RC-HOLD-RELEASED RC-PARTITION-NO
003109     MOVE "APLEMAIL" TO RC-PROGRAM-ID
003110     MOVE "APPLY" TO RC-RUN-MODE
003111     MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
003118     MOVE WS-TOTAL-SKIPPED TO RC-TOTAL-SKIPPED
003119     MOVE WS-TOTAL-FAILED TO RC-TOTAL-FAILED
003120     MOVE WS-ONL-READ TO RC-ONL-READ
003121     MOVE WS-TOTAL-HELD TO RC-TOTAL-HELD
003122     MOVE WS-TOTAL-RELEASED TO RC-HOLD-RELEASED
003121     MOVE RETURN-CODE TO RC-RETURN-CODE
003122     OPEN EXTEND CYCLE-CONTROL
003123     IF WS-CYCCTL-STATUS NOT = "00"
