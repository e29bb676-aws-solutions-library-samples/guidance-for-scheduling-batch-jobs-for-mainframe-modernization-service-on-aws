000100******************************************************************
000200* Copyright Amazon.com, Inc. or its affiliates.
000300* All Rights Reserved.
000400*
000500* Licensed under the Apache License, Version 2.0 (the "License").
000600* You may not use this file except in compliance with the License.
000700* You may obtain a copy of the License at
000800*
000900*    http://www.apache.org/licenses/LICENSE-2.0
001000*
001100* Unless required by applicable law or agreed to in writing,
001200* software distributed under the License is distributed on an
001300* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
001400* either express or implied. See the License for the specific
001500* language governing permissions and limitations under the License
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-----------------------
001900 PROGRAM-ID.    CBLNOTFY.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - THE ON-CALL NOTIFIER.
002900*                        RUN EVERY FEW MINUTES THROUGH THE
003000*                        NIGHT.  TURNS EACH NEW CONDITION - AN
003100*                        EVNTFILE EVENT ENDING IN ERROR OR
003200*                        SEVERE, AN EVENT LEFT UNACKNOWLEDGED
003300*                        PAST THE CBLEVWDG AGE THRESHOLD, AN
003400*                        SLAFILE BREACH LINE, A STALE LOCKFILE
003500*                        HEARTBEAT OR A FAILED CYCLFILE VERDICT
003600*                        - INTO ONE PAGE RECORD ON PAGEFILE FOR
003700*                        THE PAGING GATEWAY, ADDRESSED FROM THE
003800*                        ROSTFILE CONTACT ROSTER.  EVERY PAGE IS
003900*                        ENTERED ON THE PGLGFILE REGISTER SO THE
004000*                        SAME CONDITION IS NEVER PAGED TWICE.
004100*                        ACKNOWLEDGMENTS ON PGAKFILE ARE POSTED
004200*                        TO THE REGISTER, AND A PAGE STILL
004300*                        UNACKNOWLEDGED WHEN ITS ESCALATION
004400*                        DELAY RUNS OUT IS RE-SENT TO THE
004500*                        SECONDARY CONTACT.  CBLNTLOG PRINTS
004600*                        THE END-OF-NIGHT LOG FROM THE REGISTER.
004700******************************************************************
004800/
004900 ENVIRONMENT DIVISION.
005000*--------------------
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-ZSERIES.
005300 OBJECT-COMPUTER.   IBM-ZSERIES.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700*---------------------------------------------------------------
005800*    ROSTFILE - THE ON-CALL CONTACT ROSTER.  REQUIRED - WITH NO
005900*    ROSTER THERE IS NOBODY TO PAGE.
006000*---------------------------------------------------------------
006100     SELECT ROST-FILE       ASSIGN TO ROSTFILE
006200                             ORGANIZATION IS LINE SEQUENTIAL
006300                             FILE STATUS  IS WS-ROST-STATUS.
006400*---------------------------------------------------------------
006500*    CCTRFILE - THE COST-CENTER MASTER, READ ONLY FOR THE
006600*    APPLICATION GROUP EACH JOB-ID BELONGS TO.  WHEN ABSENT
006700*    APPLICATION ROSTER ENTRIES CANNOT BE MATCHED.
006800*---------------------------------------------------------------
006900     SELECT CCTR-FILE       ASSIGN TO CCTRFILE
007000                             ORGANIZATION IS LINE SEQUENTIAL
007100                             FILE STATUS  IS WS-CCTR-STATUS.
007200*---------------------------------------------------------------
007300*    PGLGFILE - THE NOTIFICATION REGISTER.  READ AT START-UP
007400*    AND REWRITTEN WHOLE AT THE END OF THE RUN.  ABSENT ON THE
007500*    FIRST RUN.
007600*---------------------------------------------------------------
007700     SELECT PGLG-FILE       ASSIGN TO PGLGFILE
007800                             ORGANIZATION IS LINE SEQUENTIAL
007900                             FILE STATUS  IS WS-PGLG-STATUS.
008000*---------------------------------------------------------------
008100*    PGAKFILE - PAGE ACKNOWLEDGMENTS RETURNED BY THE PAGING
008200*    GATEWAY.  OPTIONAL.
008300*---------------------------------------------------------------
008400     SELECT PGAK-FILE       ASSIGN TO PGAKFILE
008500                             ORGANIZATION IS LINE SEQUENTIAL
008600                             FILE STATUS  IS WS-PGAK-STATUS.
008700*---------------------------------------------------------------
008800*    EVNTFILE - JOB-COMPLETION EVENT STREAM APPENDED BY
008900*    CBLHELLO, ONE SEQUENCED RECORD PER RUN.
009000*---------------------------------------------------------------
009100     SELECT EVNT-FILE       ASSIGN TO EVNTFILE
009200                             ORGANIZATION IS LINE SEQUENTIAL
009300                             FILE STATUS  IS WS-EVNT-STATUS.
009400*---------------------------------------------------------------
009500*    ACKFILE - THE SCHEDULER BRIDGE'S ACKNOWLEDGMENT MARK, AS
009600*    READ BY CBLEVWDG.  WHEN ABSENT NO EVENT HAS EVER BEEN
009700*    ACKNOWLEDGED.
009800*---------------------------------------------------------------
009900     SELECT ACK-FILE        ASSIGN TO ACKFILE
010000                             ORGANIZATION IS LINE SEQUENTIAL
010100                             FILE STATUS  IS WS-ACK-STATUS.
010200*---------------------------------------------------------------
010300*    SLAFILE - THE CBLSLAMN DEADLINE EXCEPTION REPORT.  EACH
010400*    ACTUAL OR PROJECTED BREACH LINE IS A CONDITION.
010500*---------------------------------------------------------------
010600     SELECT SLA-FILE        ASSIGN TO SLAFILE
010700                             ORGANIZATION IS LINE SEQUENTIAL
010800                             FILE STATUS  IS WS-SLA-STATUS.
010900*---------------------------------------------------------------
011000*    LOCKFILE - THE CBLHELLO RUN-LOCK AND ITS HEARTBEAT.
011100*---------------------------------------------------------------
011200     SELECT LOCK-FILE       ASSIGN TO LOCKFILE
011300                             ORGANIZATION IS LINE SEQUENTIAL
011400                             FILE STATUS  IS WS-LOCK-STATUS.
011500*---------------------------------------------------------------
011600*    CYCLFILE - THE CBLCYCLE CYCLE-CLOSE VERDICTS.  THE LATEST
011700*    RECORD STANDS FOR THE CURRENT STATE OF THE NIGHT.
011800*---------------------------------------------------------------
011900     SELECT CYCL-FILE       ASSIGN TO CYCLFILE
012000                             ORGANIZATION IS LINE SEQUENTIAL
012100                             FILE STATUS  IS WS-CYCL-STATUS.
012200*---------------------------------------------------------------
012300*    PAGEFILE - OUTBOUND PAGES FOR THE PAGING GATEWAY.  EACH
012400*    RUN APPENDS ITS PAGES TO WHATEVER THE GATEWAY HAS NOT YET
012500*    COLLECTED.
012600*---------------------------------------------------------------
012700     SELECT PAGE-FILE       ASSIGN TO PAGEFILE
012800                             ORGANIZATION IS LINE SEQUENTIAL
012900                             FILE STATUS  IS WS-PAGE-STATUS.
013000*
013100 DATA DIVISION.
013200*-------------
013300 FILE SECTION.
013400*
013500 FD  ROST-FILE
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800     COPY ROSTREC.
013900*
014000 FD  CCTR-FILE
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300     COPY CCTRREC.
014400*
014500 FD  PGLG-FILE
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD.
014800     COPY PGLGREC.
014900*
015000 FD  PGAK-FILE
015100     RECORDING MODE IS F
015200     LABEL RECORDS ARE STANDARD.
015300     COPY PGAKREC.
015400*
015500 FD  EVNT-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800     COPY EVNTREC.
015900*
016000 FD  ACK-FILE
016100     RECORDING MODE IS F
016200     LABEL RECORDS ARE STANDARD.
016300     COPY ACKREC.
016400*
016500 FD  SLA-FILE
016600     RECORDING MODE IS F
016700     LABEL RECORDS ARE STANDARD.
016800     COPY PRTREC.
016900*
017000 FD  LOCK-FILE
017100     RECORDING MODE IS F
017200     LABEL RECORDS ARE STANDARD.
017300     COPY LOKREC.
017400*
017500 FD  CYCL-FILE
017600     RECORDING MODE IS F
017700     LABEL RECORDS ARE STANDARD.
017800     COPY CYCLREC.
017900*
018000 FD  PAGE-FILE
018100     RECORDING MODE IS F
018200     LABEL RECORDS ARE STANDARD.
018300     COPY PAGEREC.
018400*
018500/
018600 WORKING-STORAGE SECTION.
018700*
018800*****************************************************
018900* STRUCTURE FOR INPUT                               *
019000*****************************************************
019100 01 WS-VARIABLES.
019200    05 WS-PROGRAM                PIC X(08) VALUE 'CBLNOTFY'.
019300    05 CURRENT-DATE              PIC 9(06).
019400    05 CURRENT-TIME              PIC 9(08).
019500    05 CURRENT-TIME-PARTS        REDEFINES CURRENT-TIME.
019600       10 CURRENT-TIME-HH           PIC 9(02).
019700       10 CURRENT-TIME-MM           PIC 9(02).
019800       10 CURRENT-TIME-SS           PIC 9(02).
019900       10 CURRENT-TIME-CC           PIC 9(02).
020000    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
020100    05 WS-AGE-THRESHOLD          PIC 9(05) VALUE 900.
020200    05 WS-LOCK-STALE-LIMIT       PIC 9(05) VALUE 900.
020300    05 WS-LOOKBACK-DAYS          PIC 9(02) VALUE 1.
020400    05 WS-RETAIN-DAYS            PIC 9(02) VALUE 7.
020500    05 WS-DEFAULT-ESCALATE       PIC 9(03) VALUE 30.
020600*
020700*****************************************************
020800* SWITCHES AND STATUS FIELDS                        *
020900*****************************************************
021000 01 WS-ROST-STATUS               PIC X(02) VALUE '00'.
021100    88 WS-ROST-STATUS-OK            VALUE '00'.
021200    88 WS-ROST-STATUS-EOF           VALUE '10'.
021300*
021400 01 WS-CCTR-STATUS               PIC X(02) VALUE '00'.
021500    88 WS-CCTR-STATUS-OK            VALUE '00'.
021600    88 WS-CCTR-STATUS-EOF           VALUE '10'.
021700*
021800 01 WS-PGLG-STATUS               PIC X(02) VALUE '00'.
021900    88 WS-PGLG-STATUS-OK            VALUE '00'.
022000    88 WS-PGLG-STATUS-EOF           VALUE '10'.
022100*
022200 01 WS-PGAK-STATUS               PIC X(02) VALUE '00'.
022300    88 WS-PGAK-STATUS-OK            VALUE '00'.
022400    88 WS-PGAK-STATUS-EOF           VALUE '10'.
022500*
022600 01 WS-EVNT-STATUS               PIC X(02) VALUE '00'.
022700    88 WS-EVNT-STATUS-OK            VALUE '00'.
022800    88 WS-EVNT-STATUS-EOF           VALUE '10'.
022900*
023000 01 WS-ACK-STATUS                PIC X(02) VALUE '00'.
023100    88 WS-ACK-STATUS-OK             VALUE '00'.
023200    88 WS-ACK-STATUS-EOF            VALUE '10'.
023300*
023400 01 WS-SLA-STATUS                PIC X(02) VALUE '00'.
023500    88 WS-SLA-STATUS-OK             VALUE '00'.
023600    88 WS-SLA-STATUS-EOF            VALUE '10'.
023700*
023800 01 WS-LOCK-STATUS               PIC X(02) VALUE '00'.
023900    88 WS-LOCK-STATUS-OK            VALUE '00'.
024000    88 WS-LOCK-STATUS-EOF           VALUE '10'.
024100*
024200 01 WS-CYCL-STATUS               PIC X(02) VALUE '00'.
024300    88 WS-CYCL-STATUS-OK            VALUE '00'.
024400    88 WS-CYCL-STATUS-EOF           VALUE '10'.
024500*
024600 01 WS-PAGE-STATUS               PIC X(02) VALUE '00'.
024700    88 WS-PAGE-STATUS-OK            VALUE '00'.
024800*
024900 01 WS-PAGE-OPEN-SWITCH          PIC X(01) VALUE 'N'.
025000    88 WS-PAGE-FILE-OPEN            VALUE 'Y'.
025100*
025200 01 WS-PAGE-SENT-SWITCH          PIC X(01) VALUE 'N'.
025300    88 WS-PAGE-WAS-SENT             VALUE 'Y'.
025400*
025500 01 WS-CYCL-SEEN-SWITCH          PIC X(01) VALUE 'N'.
025600    88 WS-CYCL-RECORD-SEEN          VALUE 'Y'.
025700*
025800*****************************************************
025900* COUNTERS AND WORK FIELDS                          *
026000*****************************************************
026100 01 WS-ROST-READ-COUNT           PIC 9(05) VALUE 0.
026200 01 WS-ROST-REJECT-COUNT         PIC 9(05) VALUE 0.
026300 01 WS-PGLG-READ-COUNT           PIC 9(05) VALUE 0.
026400 01 WS-PGAK-READ-COUNT           PIC 9(05) VALUE 0.
026500 01 WS-ACKS-POSTED               PIC 9(05) VALUE 0.
026600 01 WS-EVENT-COUNT               PIC 9(06) VALUE 0.
026700 01 WS-CONDITION-COUNT           PIC 9(05) VALUE 0.
026800 01 WS-ALREADY-PAGED-COUNT       PIC 9(05) VALUE 0.
026900 01 WS-OUT-OF-WINDOW-COUNT       PIC 9(05) VALUE 0.
027000 01 WS-PAGES-SENT                PIC 9(05) VALUE 0.
027100 01 WS-ESCALATIONS-SENT          PIC 9(05) VALUE 0.
027200 01 WS-NO-CONTACT-COUNT          PIC 9(05) VALUE 0.
027300 01 WS-REG-FULL-COUNT            PIC 9(05) VALUE 0.
027400 01 WS-PRUNED-COUNT              PIC 9(05) VALUE 0.
027500 01 WS-REG-WRITE-COUNT           PIC 9(05) VALUE 0.
027600 01 WS-ACK-LAST-SEQ              PIC 9(06) VALUE 0.
027700 01 WS-LAST-PAGE-ID              PIC 9(06) VALUE 0.
027800 01 WS-SLA-RUN-DATE              PIC 9(06) VALUE 0.
027900 01 WS-AGE-MINUTES               PIC 9(05) VALUE 0.
028000 01 WS-ESCALATE-SECS             PIC 9(07) VALUE 0.
028100 01 WS-RST-IDX                   PIC 9(04) VALUE 0.
028200 01 WS-CCT-IDX                   PIC 9(04) VALUE 0.
028300 01 WS-REG-IDX                   PIC 9(04) VALUE 0.
028400 01 WS-SRCH-IDX                  PIC 9(04) VALUE 0.
028500 01 WS-SRCH-TYPE                 PIC X(01) VALUE SPACE.
028600 01 WS-SRCH-KEY                  PIC X(08) VALUE SPACES.
028700*
028800*****************************************************
028900* CONDITION STAGING - EACH DETECTION PARAGRAPH      *
029000* FILLS THESE FIELDS AND HANDS THE CONDITION TO     *
029100* 4000-RAISE-CONDITION.  WS-CND-KEY IS LAID OUT     *
029200* LIKE PGLG-KEY.                                    *
029300*****************************************************
029400 01 WS-CND-KEY.
029500    05 WS-CND-TYPE               PIC X(03) VALUE SPACES.
029600    05 WS-CND-JOB-ID             PIC X(08) VALUE SPACES.
029700    05 WS-CND-REF                PIC X(14) VALUE SPACES.
029800    05 WS-CND-REF-STAMP          REDEFINES WS-CND-REF.
029900       10 WS-CND-REF-DATE           PIC 9(06).
030000       10 WS-CND-REF-TIME           PIC 9(08).
030100 01 WS-CND-DATE                  PIC 9(06) VALUE 0.
030200 01 WS-CND-TEXT                  PIC X(40) VALUE SPACES.
030300*
030400*****************************************************
030500* CONTACT RESOLVED FOR THE CONDITION IN HAND        *
030600*****************************************************
030700 01 WS-CON-PRIMARY               PIC X(16) VALUE SPACES.
030800 01 WS-CON-SECONDARY             PIC X(16) VALUE SPACES.
030900 01 WS-CON-MINUTES               PIC 9(03) VALUE 0.
031000 01 WS-CON-APPLICATION           PIC X(08) VALUE SPACES.
031100*
031200*****************************************************
031300* STAMP AGEING - WS-STAMP-DATE / WS-STAMP-TIME ARE  *
031400* AGED AGAINST THE CURRENT DATE AND TIME BY         *
031500* 6000-AGE-STAMP INTO WS-STAMP-AGE-SECS.            *
031600*****************************************************
031700 01 WS-NOW-DAY-NUMBER            PIC 9(07) VALUE 0.
031800 01 WS-NOW-SECS                  PIC 9(05) VALUE 0.
031900 01 WS-WINDOW-DAY-NUMBER         PIC 9(07) VALUE 0.
032000 01 WS-RETAIN-DAY-NUMBER         PIC 9(07) VALUE 0.
032100 01 WS-STAMP-DATE                PIC 9(06) VALUE 0.
032200 01 WS-STAMP-TIME                PIC 9(08) VALUE 0.
032300 01 WS-STAMP-TIME-PARTS          REDEFINES WS-STAMP-TIME.
032400    05 WS-STAMP-TIME-HH          PIC 9(02).
032500    05 WS-STAMP-TIME-MM          PIC 9(02).
032600    05 WS-STAMP-TIME-SS          PIC 9(02).
032700    05 WS-STAMP-TIME-CC          PIC 9(02).
032800 01 WS-STAMP-DAY-NUMBER          PIC 9(07) VALUE 0.
032900 01 WS-STAMP-SECS                PIC 9(05) VALUE 0.
033000 01 WS-STAMP-AGE-SECS            PIC 9(09) VALUE 0.
033100*
033200*****************************************************
033300* SERIAL-DATE WORK FIELDS - A YYMMDD DATE (TAKEN AS *
033400* 20YY) IS REDUCED TO A DAY NUMBER SO AGES SPANNING *
033500* MIDNIGHT OR A WEEKEND COME OUT IN WHOLE SECONDS.  *
033600*****************************************************
033700 01 WS-SERIAL-DATE               PIC 9(06) VALUE 0.
033800 01 WS-SERIAL-PARTS              REDEFINES WS-SERIAL-DATE.
033900    05 WS-SERIAL-YY              PIC 9(02).
034000    05 WS-SERIAL-MM              PIC 9(02).
034100    05 WS-SERIAL-DD              PIC 9(02).
034200 01 WS-SERIAL-DAYS               PIC 9(07) VALUE 0.
034300 01 WS-SERIAL-WORK               PIC 9(07) VALUE 0.
034400 01 WS-SERIAL-REM                PIC 9(02) VALUE 0.
034500*
034600 01 WS-CUM-DAY-TABLE.
034700    05 FILLER                    PIC X(36) VALUE
034800          '000031059090120151181212243273304334'.
034900 01 WS-CUM-DAY-ENTRIES           REDEFINES WS-CUM-DAY-TABLE.
035000    05 WS-CUM-DAYS               PIC 9(03) OCCURS 12 TIMES.
035100*
035200*****************************************************
035300* SLAFILE LINE VIEWS - THE CBLSLAMN HEADING THAT    *
035400* CARRIES THE RUN DATE, AND ITS DETAIL LINE.        *
035500*****************************************************
035600 01 WS-SLA-LINE.
035700    05 WS-SLA-HDG-TITLE          PIC X(26).
035800    05 WS-SLA-HDG-DATE           PIC X(06).
035900    05 FILLER                    PIC X(100).
036000 01 WS-SLA-DETAIL                REDEFINES WS-SLA-LINE.
036100    05 WS-SLA-JOB-ID             PIC X(08).
036200    05 FILLER                    PIC X(02).
036300    05 WS-SLA-START              PIC X(08).
036400    05 FILLER                    PIC X(04).
036500    05 WS-SLA-DEADLINE           PIC X(04).
036600    05 FILLER                    PIC X(06).
036700    05 WS-SLA-ACT-END            PIC X(04).
036800    05 FILLER                    PIC X(03).
036900    05 WS-SLA-AVG                PIC X(07).
037000    05 FILLER                    PIC X(06).
037100    05 WS-SLA-PROJ               PIC X(04).
037200    05 FILLER                    PIC X(02).
037300    05 WS-SLA-LINE-STATUS        PIC X(16).
037400    05 FILLER                    PIC X(58).
037500*
037600*****************************************************
037700* ROSTER TABLE - ONE ROW PER ROSTFILE ENTRY         *
037800* ACCEPTED, IN FILE ORDER.                          *
037900*****************************************************
038000 01 WS-ROSTER-TABLE.
038100    05 WS-RST-ENTRY-COUNT        PIC 9(04) VALUE 0.
038200    05 WS-RST-ENTRIES OCCURS 0 TO 200 TIMES
038300              DEPENDING ON WS-RST-ENTRY-COUNT.
038400       10 WS-RST-TYPE               PIC X(01).
038500       10 WS-RST-KEY                PIC X(08).
038600       10 WS-RST-PRIMARY            PIC X(16).
038700       10 WS-RST-SECONDARY          PIC X(16).
038800       10 WS-RST-MINUTES            PIC 9(03).
038900*
039000*****************************************************
039100* JOB-ID TO APPLICATION GROUP, FROM CCTRFILE.       *
039200*****************************************************
039300 01 WS-CCTR-TABLE.
039400    05 WS-CCT-ENTRY-COUNT        PIC 9(04) VALUE 0.
039500    05 WS-CCT-ENTRIES OCCURS 0 TO 200 TIMES
039600              DEPENDING ON WS-CCT-ENTRY-COUNT.
039700       10 WS-CCT-JOB-ID             PIC X(08).
039800       10 WS-CCT-APPLICATION        PIC X(08).
039900*
040000*****************************************************
040100* REGISTER TABLE - THE PGLGFILE CONDITION ROWS,     *
040200* EACH LAID OUT LIKE PGLG-RECORD, PLUS THE ROWS     *
040300* ADDED BY THIS RUN.                                *
040400*****************************************************
040500 01 WS-REGISTER-TABLE.
040600    05 WS-REG-ENTRY-COUNT        PIC 9(04) VALUE 0.
040700    05 WS-REG-ENTRIES OCCURS 0 TO 500 TIMES
040800              DEPENDING ON WS-REG-ENTRY-COUNT.
040900       10 WS-REG-ROW.
041000          15 WS-REG-KEY.
041100             20 WS-REG-COND-TYPE    PIC X(03).
041200             20 WS-REG-JOB-ID       PIC X(08).
041300             20 WS-REG-COND-REF     PIC X(14).
041400          15 WS-REG-STATE           PIC X(01).
041500          15 WS-REG-PAGE-ID         PIC 9(06).
041600          15 WS-REG-ESC-PAGE-ID     PIC 9(06).
041700          15 WS-REG-PRIMARY         PIC X(16).
041800          15 WS-REG-SECONDARY       PIC X(16).
041900          15 WS-REG-MINUTES         PIC 9(03).
042000          15 WS-REG-SENT-DATE       PIC 9(06).
042100          15 WS-REG-SENT-TIME       PIC 9(08).
042200          15 WS-REG-ESC-DATE        PIC 9(06).
042300          15 WS-REG-ESC-TIME        PIC 9(08).
042400          15 WS-REG-ACK-DATE        PIC 9(06).
042500          15 WS-REG-ACK-TIME        PIC 9(08).
042600          15 WS-REG-ACK-BY          PIC X(16).
042700          15 WS-REG-TEXT            PIC X(40).
042800          15 FILLER                 PIC X(09).
042900*
043000 LINKAGE SECTION.
043100  01 PRM-INFO.
043200     05 PRM-LENGTH               PIC S9(04) COMP.
043300     05 PRM-AGE-SECONDS          PIC 9(05).
043400     05 PRM-LOCK-SECONDS         PIC 9(05).
043500*
043600 PROCEDURE DIVISION USING PRM-INFO.
043700*****************************************************
043800* MAIN PROGRAM ROUTINE                              *
043900*****************************************************
044000 0000-MAIN-PROCESS.
044100*
044200      PERFORM 1000-INITIALIZE
044300         THRU 1000-INITIALIZE-EXIT
044400*
044500      IF WS-RETURN-CODE < 8
044600         PERFORM 2000-ESCALATE-OVERDUE
044700            THRU 2000-ESCALATE-OVERDUE-EXIT
044800         PERFORM 3000-SCAN-EVENT-STREAM
044900            THRU 3000-SCAN-EVENT-STREAM-EXIT
045000         PERFORM 3200-SCAN-SLA-REPORT
045100            THRU 3200-SCAN-SLA-REPORT-EXIT
045200         PERFORM 3300-CHECK-RUN-LOCK
045300            THRU 3300-CHECK-RUN-LOCK-EXIT
045400         PERFORM 3400-CHECK-CYCLE-STATE
045500            THRU 3400-CHECK-CYCLE-STATE-EXIT
045600         PERFORM 8000-REWRITE-REGISTER
045700            THRU 8000-REWRITE-REGISTER-EXIT
045800      END-IF
045900*
046000      PERFORM 9000-TERMINATE
046100         THRU 9000-TERMINATE-EXIT
046200*
046300      MOVE WS-RETURN-CODE TO RETURN-CODE
046400      GOBACK
046500      .
046600 0000-MAIN-PROCESS-EXIT.
046700      EXIT.
046800*
046900*****************************************************
047000* 1000-INITIALIZE - PICK UP THE AGE AND STALE-LOCK  *
047100* PARMS, FIX THE CURRENT DAY NUMBER, LOAD THE       *
047200* ROSTER, THE APPLICATION GROUPS AND THE REGISTER,  *
047300* POST THE GATEWAY'S ACKNOWLEDGMENTS AND OPEN THE   *
047400* OUTBOUND PAGE FILE.  THE ROSTER IS REQUIRED.      *
047500*****************************************************
047600 1000-INITIALIZE.
047700*
047800      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
047900      DISPLAY '-------------------------------'
048000      DISPLAY ' '
048100*
048200      ACCEPT CURRENT-DATE     FROM DATE
048300      ACCEPT CURRENT-TIME     FROM TIME
048400*
048500      IF PRM-LENGTH > 0
048600         IF PRM-AGE-SECONDS IS NUMERIC
048700            AND PRM-AGE-SECONDS > 0
048800            MOVE PRM-AGE-SECONDS    TO WS-AGE-THRESHOLD
048900         ELSE
049000            DISPLAY ' *** PRM-AGE-SECONDS IS NOT A POSITIVE '
049100               'NUMBER - DEFAULT OF ' WS-AGE-THRESHOLD
049200               ' SECONDS APPLIES ***'
049300         END-IF
049400      END-IF
049500      IF PRM-LENGTH > 9
049600         IF PRM-LOCK-SECONDS IS NUMERIC
049700            AND PRM-LOCK-SECONDS > 0
049800            MOVE PRM-LOCK-SECONDS   TO WS-LOCK-STALE-LIMIT
049900         ELSE
050000            DISPLAY ' *** PRM-LOCK-SECONDS IS NOT A POSITIVE '
050100               'NUMBER - DEFAULT OF ' WS-LOCK-STALE-LIMIT
050200               ' SECONDS APPLIES ***'
050300         END-IF
050400      END-IF
050500      DISPLAY ' UNACKNOWLEDGED-EVENT AGE THRESHOLD: '
050600         WS-AGE-THRESHOLD ' SECONDS'
050700      DISPLAY ' STALE RUN-LOCK HEARTBEAT LIMIT    : '
050800         WS-LOCK-STALE-LIMIT ' SECONDS'
050900*
051000      MOVE CURRENT-DATE       TO WS-SERIAL-DATE
051100      PERFORM 6100-DATE-TO-DAY-NUMBER
051200         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
051300      MOVE WS-SERIAL-DAYS     TO WS-NOW-DAY-NUMBER
051400      COMPUTE WS-NOW-SECS =
051500          (CURRENT-TIME-HH * 3600)
051600        + (CURRENT-TIME-MM * 60)
051700        +  CURRENT-TIME-SS
051800      COMPUTE WS-WINDOW-DAY-NUMBER =
051900          WS-NOW-DAY-NUMBER - WS-LOOKBACK-DAYS
052000      COMPUTE WS-RETAIN-DAY-NUMBER =
052100          WS-NOW-DAY-NUMBER - WS-RETAIN-DAYS
052200*
052300      OPEN INPUT ROST-FILE
052400      IF NOT WS-ROST-STATUS-OK
052500         DISPLAY ' *** ROSTFILE COULD NOT BE OPENED - STATUS: '
052600            WS-ROST-STATUS ' - RUN ABANDONED ***'
052700         MOVE 8               TO WS-RETURN-CODE
052800         GO TO 1000-INITIALIZE-EXIT
052900      END-IF
053000      PERFORM 1100-LOAD-ROSTER
053100         THRU 1100-LOAD-ROSTER-EXIT
053200         UNTIL WS-ROST-STATUS-EOF
053300      CLOSE ROST-FILE
053400      IF WS-RST-ENTRY-COUNT = 0
053500         DISPLAY ' *** ROSTFILE HOLDS NO USABLE CONTACTS - RUN '
053600            'ABANDONED ***'
053700         MOVE 8               TO WS-RETURN-CODE
053800         GO TO 1000-INITIALIZE-EXIT
053900      END-IF
054000*
054100      OPEN INPUT CCTR-FILE
054200      IF WS-CCTR-STATUS-OK
054300         PERFORM 1200-LOAD-APPLICATION
054400            THRU 1200-LOAD-APPLICATION-EXIT
054500            UNTIL WS-CCTR-STATUS-EOF
054600         CLOSE CCTR-FILE
054700      ELSE
054800         DISPLAY ' *** CCTRFILE NOT PRESENT - APPLICATION '
054900            'ROSTER ENTRIES CANNOT BE MATCHED ***'
055000      END-IF
055100*
055200      OPEN INPUT PGLG-FILE
055300      IF WS-PGLG-STATUS-OK
055400         PERFORM 1300-LOAD-REGISTER
055500            THRU 1300-LOAD-REGISTER-EXIT
055600            UNTIL WS-PGLG-STATUS-EOF
055700         CLOSE PGLG-FILE
055800      ELSE
055900         DISPLAY ' *** PGLGFILE NOT PRESENT - NOTIFICATION '
056000            'REGISTER STARTS EMPTY ***'
056100      END-IF
056200*
056300      OPEN INPUT PGAK-FILE
056400      IF WS-PGAK-STATUS-OK
056500         PERFORM 1400-POST-ACKNOWLEDGMENT
056600            THRU 1400-POST-ACKNOWLEDGMENT-EXIT
056700            UNTIL WS-PGAK-STATUS-EOF
056800         CLOSE PGAK-FILE
056900      ELSE
057000         DISPLAY ' *** PGAKFILE NOT PRESENT - NO PAGE '
057100            'ACKNOWLEDGMENTS TO POST ***'
057200      END-IF
057300*
057400      OPEN EXTEND PAGE-FILE
057500      IF NOT WS-PAGE-STATUS-OK
057600         OPEN OUTPUT PAGE-FILE
057700      END-IF
057800      IF NOT WS-PAGE-STATUS-OK
057900         DISPLAY ' *** PAGEFILE COULD NOT BE OPENED - STATUS: '
058000            WS-PAGE-STATUS ' - NO PAGES CAN BE SENT ***'
058100         MOVE 12              TO WS-RETURN-CODE
058200         GO TO 1000-INITIALIZE-EXIT
058300      END-IF
058400      SET WS-PAGE-FILE-OPEN   TO TRUE
058500      .
058600 1000-INITIALIZE-EXIT.
058700      EXIT.
058800*
058900*****************************************************
059000* 1100-LOAD-ROSTER - READ ONE ROSTER ENTRY, EDIT IT *
059100* AND ADD IT TO THE ROSTER TABLE.  AN ENTRY OF AN   *
059200* UNKNOWN TYPE, WITH NO PRIMARY CONTACT, OR A JOB   *
059300* OR APPLICATION ENTRY WITH NO KEY IS PASSED OVER   *
059400* WITH A WARNING.  A MISSING ESCALATION DELAY TAKES *
059500* THE DEFAULT.                                      *
059600*****************************************************
059700 1100-LOAD-ROSTER.
059800*
059900      READ ROST-FILE
060000         AT END
060100            MOVE '10'   TO WS-ROST-STATUS
060200            GO TO 1100-LOAD-ROSTER-EXIT
060300      END-READ
060400      ADD 1                   TO WS-ROST-READ-COUNT
060500*
060600      IF (NOT ROST-ENTRY-JOB
060700            AND NOT ROST-ENTRY-APPLICATION
060800            AND NOT ROST-ENTRY-DEFAULT)
060900         OR ROST-PRIMARY-CONTACT = SPACES
061000         OR (ROST-ENTRY-KEY = SPACES
061100            AND NOT ROST-ENTRY-DEFAULT)
061200         DISPLAY ' *** ROSTFILE RECORD ' WS-ROST-READ-COUNT
061300            ' INCOMPLETE OR OF UNKNOWN TYPE - IGNORED ***'
061400         ADD 1                TO WS-ROST-REJECT-COUNT
061500         IF WS-RETURN-CODE < 4
061510            MOVE 4            TO WS-RETURN-CODE
061520         END-IF
061600         GO TO 1100-LOAD-ROSTER-EXIT
061700      END-IF
061800*
061900      IF WS-RST-ENTRY-COUNT >= 200
062000         DISPLAY ' *** ROSTER TABLE FULL (200 ENTRIES) - '
062100            'RECORD ' WS-ROST-READ-COUNT ' NOT LOADED ***'
062200         ADD 1                TO WS-ROST-REJECT-COUNT
062300         IF WS-RETURN-CODE < 4
062310            MOVE 4            TO WS-RETURN-CODE
062320         END-IF
062400         GO TO 1100-LOAD-ROSTER-EXIT
062500      END-IF
062600      ADD 1                   TO WS-RST-ENTRY-COUNT
062700      MOVE WS-RST-ENTRY-COUNT TO WS-RST-IDX
062800      MOVE ROST-ENTRY-TYPE    TO WS-RST-TYPE (WS-RST-IDX)
062900      MOVE ROST-ENTRY-KEY     TO WS-RST-KEY (WS-RST-IDX)
063000      MOVE ROST-PRIMARY-CONTACT
063100         TO WS-RST-PRIMARY (WS-RST-IDX)
063200      MOVE ROST-SECONDARY-CONTACT
063300         TO WS-RST-SECONDARY (WS-RST-IDX)
063400      IF ROST-ESCALATE-MINUTES IS NUMERIC
063500         AND ROST-ESCALATE-MINUTES > 0
063600         MOVE ROST-ESCALATE-MINUTES
063700            TO WS-RST-MINUTES (WS-RST-IDX)
063800      ELSE
063900         MOVE WS-DEFAULT-ESCALATE
064000            TO WS-RST-MINUTES (WS-RST-IDX)
064100      END-IF
064200      .
064300 1100-LOAD-ROSTER-EXIT.
064400      EXIT.
064500*
064600*****************************************************
064700* 1200-LOAD-APPLICATION - READ ONE COST-CENTER      *
064800* MASTER RECORD AND KEEP ITS JOB-ID AND APPLICATION *
064900* GROUP.  THE FIRST MAPPING OF A JOB-ID STANDS.     *
065000*****************************************************
065100 1200-LOAD-APPLICATION.
065200*
065300      READ CCTR-FILE
065400         AT END
065500            MOVE '10'   TO WS-CCTR-STATUS
065600            GO TO 1200-LOAD-APPLICATION-EXIT
065700      END-READ
065800*
065900      IF CCTR-JOB-ID = SPACES
066000         OR CCTR-APPLICATION = SPACES
066100         GO TO 1200-LOAD-APPLICATION-EXIT
066200      END-IF
066300      MOVE CCTR-JOB-ID        TO WS-CND-JOB-ID
066400      PERFORM 4250-FIND-APPLICATION
066500         THRU 4250-FIND-APPLICATION-EXIT
066600      IF WS-CCT-IDX > 0
066700         GO TO 1200-LOAD-APPLICATION-EXIT
066800      END-IF
066900      IF WS-CCT-ENTRY-COUNT >= 200
067000         DISPLAY ' *** APPLICATION TABLE FULL (200 ENTRIES) - '
067100            'JOB-ID ' CCTR-JOB-ID ' NOT LOADED ***'
067200         GO TO 1200-LOAD-APPLICATION-EXIT
067300      END-IF
067400      ADD 1                   TO WS-CCT-ENTRY-COUNT
067500      MOVE WS-CCT-ENTRY-COUNT TO WS-CCT-IDX
067600      MOVE CCTR-JOB-ID        TO WS-CCT-JOB-ID (WS-CCT-IDX)
067700      MOVE CCTR-APPLICATION   TO WS-CCT-APPLICATION (WS-CCT-IDX)
067800      .
067900 1200-LOAD-APPLICATION-EXIT.
068000      EXIT.
068100*
068200*****************************************************
068300* 1300-LOAD-REGISTER - READ ONE REGISTER RECORD.    *
068400* THE CONTROL ROW GIVES THE LAST PAGE-ID ISSUED;    *
068500* EVERY OTHER ROW IS A CONDITION ALREADY PAGED AND  *
068600* GOES INTO THE REGISTER TABLE.                     *
068700*****************************************************
068800 1300-LOAD-REGISTER.
068900*
069000      READ PGLG-FILE
069100         AT END
069200            MOVE '10'   TO WS-PGLG-STATUS
069300            GO TO 1300-LOAD-REGISTER-EXIT
069400      END-READ
069500      ADD 1                   TO WS-PGLG-READ-COUNT
069600*
069700      IF PGLG-CONTROL-ROW
069800         IF PGLG-PAGE-ID IS NUMERIC
069900            MOVE PGLG-PAGE-ID TO WS-LAST-PAGE-ID
070000         END-IF
070100         GO TO 1300-LOAD-REGISTER-EXIT
070200      END-IF
070300*
070400      IF WS-REG-ENTRY-COUNT >= 500
070500         DISPLAY ' *** REGISTER TABLE FULL (500 ENTRIES) - '
070600            PGLG-COND-TYPE ' ' PGLG-JOB-ID ' ' PGLG-COND-REF
070700            ' DROPPED ***'
070800         IF WS-RETURN-CODE < 4
070810            MOVE 4            TO WS-RETURN-CODE
070820         END-IF
070900         GO TO 1300-LOAD-REGISTER-EXIT
071000      END-IF
071100      ADD 1                   TO WS-REG-ENTRY-COUNT
071200      MOVE PGLG-RECORD        TO WS-REG-ROW (WS-REG-ENTRY-COUNT)
071300      .
071400 1300-LOAD-REGISTER-EXIT.
071500      EXIT.
071600*
071700*****************************************************
071800* 1400-POST-ACKNOWLEDGMENT - READ ONE GATEWAY       *
071900* ACKNOWLEDGMENT AND MARK THE REGISTER ROW WHOSE    *
072000* FIRST PAGE OR ESCALATION CARRIED THAT PAGE-ID.    *
072100* A ROW ALREADY ACKNOWLEDGED KEEPS ITS FIRST        *
072200* ACKNOWLEDGMENT.                                   *
072300*****************************************************
072400 1400-POST-ACKNOWLEDGMENT.
072500*
072600      READ PGAK-FILE
072700         AT END
072800            MOVE '10'   TO WS-PGAK-STATUS
072900            GO TO 1400-POST-ACKNOWLEDGMENT-EXIT
073000      END-READ
073100      ADD 1                   TO WS-PGAK-READ-COUNT
073200*
073300      IF PGAK-PAGE-ID NOT NUMERIC
073400         OR PGAK-PAGE-ID = 0
073500         GO TO 1400-POST-ACKNOWLEDGMENT-EXIT
073600      END-IF
073700      MOVE 0                  TO WS-REG-IDX
073800      PERFORM 1410-SEARCH-PAGE-ID
073900         THRU 1410-SEARCH-PAGE-ID-EXIT
074000         VARYING WS-SRCH-IDX FROM 1 BY 1
074100         UNTIL WS-SRCH-IDX > WS-REG-ENTRY-COUNT
074200            OR WS-REG-IDX > 0
074300      IF WS-REG-IDX = 0
074400         GO TO 1400-POST-ACKNOWLEDGMENT-EXIT
074500      END-IF
074600      IF WS-REG-STATE (WS-REG-IDX) = 'A'
074700         GO TO 1400-POST-ACKNOWLEDGMENT-EXIT
074800      END-IF
074900*
075000      MOVE 'A'                TO WS-REG-STATE (WS-REG-IDX)
075100      MOVE PGAK-ACK-DATE      TO WS-REG-ACK-DATE (WS-REG-IDX)
075200      MOVE PGAK-ACK-TIME      TO WS-REG-ACK-TIME (WS-REG-IDX)
075300      MOVE PGAK-ACK-BY        TO WS-REG-ACK-BY (WS-REG-IDX)
075400      ADD 1                   TO WS-ACKS-POSTED
075500      DISPLAY ' PAGE ' PGAK-PAGE-ID ' ACKNOWLEDGED BY '
075600         PGAK-ACK-BY
075700      .
075800 1400-POST-ACKNOWLEDGMENT-EXIT.
075900      EXIT.
076000*
076100*****************************************************
076200* 1410-SEARCH-PAGE-ID - TEST ONE REGISTER ROW FOR   *
076300* THE ACKNOWLEDGED PAGE-ID.                         *
076400*****************************************************
076500 1410-SEARCH-PAGE-ID.
076600*
076700      IF WS-REG-PAGE-ID (WS-SRCH-IDX) = PGAK-PAGE-ID
076800         OR WS-REG-ESC-PAGE-ID (WS-SRCH-IDX) = PGAK-PAGE-ID
076900         MOVE WS-SRCH-IDX     TO WS-REG-IDX
077000      END-IF
077100      .
077200 1410-SEARCH-PAGE-ID-EXIT.
077300      EXIT.
077400*
077500*****************************************************
077600* 2000-ESCALATE-OVERDUE - WALK THE REGISTER AS      *
077700* LOADED AND ESCALATE EVERY PAGE STILL WAITING ON   *
077800* ITS PRIMARY CONTACT PAST ITS ESCALATION DELAY.    *
077900* RUNS BEFORE THIS RUN'S NEW PAGES ARE ADDED.       *
078000*****************************************************
078100 2000-ESCALATE-OVERDUE.
078200*
078300      PERFORM 2100-TEST-ONE-ESCALATION
078400         THRU 2100-TEST-ONE-ESCALATION-EXIT
078500         VARYING WS-REG-IDX FROM 1 BY 1
078600         UNTIL WS-REG-IDX > WS-REG-ENTRY-COUNT
078700      .
078800 2000-ESCALATE-OVERDUE-EXIT.
078900      EXIT.
079000*
079100*****************************************************
079200* 2100-TEST-ONE-ESCALATION - AGE ONE UNACKNOWLEDGED *
079300* FIRST PAGE AND, ONCE ITS DELAY HAS RUN OUT, PAGE  *
079400* THE SECONDARY CONTACT WITH THE SAME CONDITION.    *
079500* A ROW WITH NO SECONDARY CONTACT STAYS WITH THE    *
079600* PRIMARY.                                          *
079700*****************************************************
079800 2100-TEST-ONE-ESCALATION.
079900*
080000      IF WS-REG-STATE (WS-REG-IDX) NOT = 'S'
080100         OR WS-REG-SECONDARY (WS-REG-IDX) = SPACES
080200         GO TO 2100-TEST-ONE-ESCALATION-EXIT
080300      END-IF
080400*
080500      MOVE WS-REG-SENT-DATE (WS-REG-IDX)  TO WS-STAMP-DATE
080600      MOVE WS-REG-SENT-TIME (WS-REG-IDX)  TO WS-STAMP-TIME
080700      PERFORM 6000-AGE-STAMP
080800         THRU 6000-AGE-STAMP-EXIT
080900      COMPUTE WS-ESCALATE-SECS =
081000          WS-REG-MINUTES (WS-REG-IDX) * 60
081100      IF WS-STAMP-AGE-SECS < WS-ESCALATE-SECS
081200         GO TO 2100-TEST-ONE-ESCALATION-EXIT
081300      END-IF
081400*
081500      PERFORM 4300-NEXT-PAGE-ID
081600         THRU 4300-NEXT-PAGE-ID-EXIT
081700      MOVE SPACES             TO PAGE-RECORD
081800      MOVE WS-LAST-PAGE-ID    TO PAGE-ID
081900      SET PAGE-KIND-ESCALATION  TO TRUE
082000      MOVE WS-REG-SECONDARY (WS-REG-IDX)  TO PAGE-CONTACT
082100      MOVE WS-REG-COND-TYPE (WS-REG-IDX)  TO PAGE-COND-TYPE
082200      MOVE WS-REG-JOB-ID (WS-REG-IDX)     TO PAGE-JOB-ID
082300      MOVE WS-REG-COND-REF (WS-REG-IDX)   TO PAGE-COND-REF
082400      MOVE WS-REG-TEXT (WS-REG-IDX)       TO PAGE-TEXT
082500      PERFORM 4400-WRITE-PAGE
082600         THRU 4400-WRITE-PAGE-EXIT
082700      IF NOT WS-PAGE-WAS-SENT
082800         GO TO 2100-TEST-ONE-ESCALATION-EXIT
082900      END-IF
083000*
083100      MOVE 'E'                TO WS-REG-STATE (WS-REG-IDX)
083200      MOVE WS-LAST-PAGE-ID    TO WS-REG-ESC-PAGE-ID (WS-REG-IDX)
083300      MOVE CURRENT-DATE       TO WS-REG-ESC-DATE (WS-REG-IDX)
083400      MOVE CURRENT-TIME       TO WS-REG-ESC-TIME (WS-REG-IDX)
083500      ADD 1                   TO WS-ESCALATIONS-SENT
083600      DISPLAY ' ESCALATED - ' WS-REG-COND-TYPE (WS-REG-IDX)
083700         ' JOB ' WS-REG-JOB-ID (WS-REG-IDX)
083800         ' TO ' WS-REG-SECONDARY (WS-REG-IDX)
083900         ' PAGE ' WS-LAST-PAGE-ID
084000      .
084100 2100-TEST-ONE-ESCALATION-EXIT.
084200      EXIT.
084300*
084400*****************************************************
084500* 3000-SCAN-EVENT-STREAM - READ THE BRIDGE'S        *
084600* ACKNOWLEDGMENT MARK, THEN EVERY EVENT ON THE      *
084700* STREAM, RAISING ERROR AND SEVERE EVENTS AND       *
084800* EVENTS UNACKNOWLEDGED PAST THE AGE THRESHOLD.     *
084900*****************************************************
085000 3000-SCAN-EVENT-STREAM.
085100*
085200      OPEN INPUT ACK-FILE
085300      IF WS-ACK-STATUS-OK
085400         READ ACK-FILE
085500            AT END
085600               CONTINUE
085700            NOT AT END
085800               IF ACK-LAST-SEQ IS NUMERIC
085900                  MOVE ACK-LAST-SEQ    TO WS-ACK-LAST-SEQ
086000               END-IF
086100         END-READ
086200         CLOSE ACK-FILE
086300      END-IF
086400*
086500      OPEN INPUT EVNT-FILE
086600      IF WS-EVNT-STATUS-OK
086700         PERFORM 3100-TEST-ONE-EVENT
086800            THRU 3100-TEST-ONE-EVENT-EXIT
086900            UNTIL WS-EVNT-STATUS-EOF
087000         CLOSE EVNT-FILE
087100      ELSE
087200         DISPLAY ' *** EVNTFILE NOT PRESENT - NO EVENTS TO '
087300            'WATCH, STATUS: ' WS-EVNT-STATUS ' ***'
087400      END-IF
087500      .
087600 3000-SCAN-EVENT-STREAM-EXIT.
087700      EXIT.
087800*
087900*****************************************************
088000* 3100-TEST-ONE-EVENT - READ ONE EVENT.  AN ERROR   *
088100* OR SEVERE EVENT IS A CONDITION; SO IS ANY EVENT   *
088200* PAST THE ACKNOWLEDGMENT MARK OLDER THAN THE AGE   *
088300* THRESHOLD, AS CBLEVWDG JUDGES IT.                 *
088400*****************************************************
088500 3100-TEST-ONE-EVENT.
088600*
088700      READ EVNT-FILE
088800         AT END
088900            MOVE '10'   TO WS-EVNT-STATUS
089000            GO TO 3100-TEST-ONE-EVENT-EXIT
089100      END-READ
089200      ADD 1                   TO WS-EVENT-COUNT
089300      IF EVNT-SEQ-NUMBER NOT NUMERIC
089400         OR EVNT-END-DATE NOT NUMERIC
089500         GO TO 3100-TEST-ONE-EVENT-EXIT
089600      END-IF
089700*
089800      IF EVNT-STATUS-ERROR
089900         OR EVNT-STATUS-SEVERE
090000         MOVE 'EVT'           TO WS-CND-TYPE
090100         MOVE EVNT-JOB-ID     TO WS-CND-JOB-ID
090200         MOVE EVNT-SEQ-NUMBER TO WS-CND-REF
090300         MOVE EVNT-END-DATE   TO WS-CND-DATE
090400         MOVE SPACES          TO WS-CND-TEXT
090500         STRING 'JOB ENDED RC ' EVNT-RETURN-CODE
090600                ' STATUS ' EVNT-STATUS
090700                ' EVENT ' EVNT-SEQ-NUMBER
090800                DELIMITED BY SIZE INTO WS-CND-TEXT
090900         PERFORM 4000-RAISE-CONDITION
091000            THRU 4000-RAISE-CONDITION-EXIT
091100      END-IF
091200*
091300      IF EVNT-SEQ-NUMBER NOT > WS-ACK-LAST-SEQ
091400         GO TO 3100-TEST-ONE-EVENT-EXIT
091500      END-IF
091600      MOVE EVNT-END-DATE      TO WS-STAMP-DATE
091700      MOVE EVNT-END-TIME      TO WS-STAMP-TIME
091800      PERFORM 6000-AGE-STAMP
091900         THRU 6000-AGE-STAMP-EXIT
092000      IF WS-STAMP-AGE-SECS > WS-AGE-THRESHOLD
092100         COMPUTE WS-AGE-MINUTES = WS-STAMP-AGE-SECS / 60
092200         MOVE 'UNA'           TO WS-CND-TYPE
092300         MOVE EVNT-JOB-ID     TO WS-CND-JOB-ID
092400         MOVE EVNT-SEQ-NUMBER TO WS-CND-REF
092500         MOVE EVNT-END-DATE   TO WS-CND-DATE
092600         MOVE SPACES          TO WS-CND-TEXT
092700         STRING 'EVENT ' EVNT-SEQ-NUMBER
092800                ' UNACKNOWLEDGED ' WS-AGE-MINUTES ' MIN'
092900                DELIMITED BY SIZE INTO WS-CND-TEXT
093000         PERFORM 4000-RAISE-CONDITION
093100            THRU 4000-RAISE-CONDITION-EXIT
093200      END-IF
093300      .
093400 3100-TEST-ONE-EVENT-EXIT.
093500      EXIT.
093600*
093700*****************************************************
093800* 3200-SCAN-SLA-REPORT - READ THE CBLSLAMN REPORT,  *
093900* TAKING THE RUN DATE FROM ITS HEADING AND RAISING  *
094000* EVERY ACTUAL OR PROJECTED BREACH LINE.            *
094100*****************************************************
094200 3200-SCAN-SLA-REPORT.
094300*
094400      OPEN INPUT SLA-FILE
094500      IF WS-SLA-STATUS-OK
094600         PERFORM 3210-TEST-ONE-SLA-LINE
094700            THRU 3210-TEST-ONE-SLA-LINE-EXIT
094800            UNTIL WS-SLA-STATUS-EOF
094900         CLOSE SLA-FILE
095000      ELSE
095100         DISPLAY ' *** SLAFILE NOT PRESENT - NO DEADLINE '
095200            'BREACHES TO PAGE ***'
095300      END-IF
095400      .
095500 3200-SCAN-SLA-REPORT-EXIT.
095600      EXIT.
095700*
095800*****************************************************
095900* 3210-TEST-ONE-SLA-LINE - READ ONE REPORT LINE.    *
096000* THE BREACH IS KEYED BY JOB-ID, RUN DATE AND RUN   *
096100* START, SO A REPRINTED REPORT PAGES NOTHING NEW.   *
096200*****************************************************
096300 3210-TEST-ONE-SLA-LINE.
096400*
096500      READ SLA-FILE
096600         AT END
096700            MOVE '10'   TO WS-SLA-STATUS
096800            GO TO 3210-TEST-ONE-SLA-LINE-EXIT
096900      END-READ
097000      MOVE PRT-RECORD         TO WS-SLA-LINE
097100*
097200      IF WS-SLA-HDG-TITLE = 'SLA DEADLINE EXCEPTIONS - '
097300         IF WS-SLA-HDG-DATE IS NUMERIC
097400            MOVE WS-SLA-HDG-DATE   TO WS-SLA-RUN-DATE
097500         END-IF
097600         GO TO 3210-TEST-ONE-SLA-LINE-EXIT
097700      END-IF
097800      IF WS-SLA-LINE-STATUS NOT = 'ACTUAL BREACH'
097900         AND WS-SLA-LINE-STATUS NOT = 'PROJECTED BREACH'
098000         GO TO 3210-TEST-ONE-SLA-LINE-EXIT
098100      END-IF
098200      IF WS-SLA-START NOT NUMERIC
098300         GO TO 3210-TEST-ONE-SLA-LINE-EXIT
098400      END-IF
098500      IF WS-SLA-RUN-DATE = 0
098600         MOVE CURRENT-DATE    TO WS-SLA-RUN-DATE
098700      END-IF
098800*
098900      MOVE 'SLA'              TO WS-CND-TYPE
099000      MOVE WS-SLA-JOB-ID      TO WS-CND-JOB-ID
099100      MOVE WS-SLA-RUN-DATE    TO WS-CND-REF-DATE
099200      MOVE WS-SLA-START       TO WS-CND-REF-TIME
099300      MOVE WS-SLA-RUN-DATE    TO WS-CND-DATE
099400      MOVE SPACES             TO WS-CND-TEXT
099500      STRING 'SLA ' WS-SLA-LINE-STATUS
099600             ' DEADLINE ' WS-SLA-DEADLINE
099700             DELIMITED BY SIZE INTO WS-CND-TEXT
099800      PERFORM 4000-RAISE-CONDITION
099900         THRU 4000-RAISE-CONDITION-EXIT
100000      .
100100 3210-TEST-ONE-SLA-LINE-EXIT.
100200      EXIT.
100300*
100400*****************************************************
100500* 3300-CHECK-RUN-LOCK - A RUN-LOCK STILL ACTIVE     *
100600* WHOSE HEARTBEAT IS OLDER THAN THE STALE LIMIT IS  *
100700* A CONDITION, KEYED BY THE LOCK'S START STAMP SO   *
100800* ONE HUNG RUN IS PAGED ONCE.                       *
100900*****************************************************
101000 3300-CHECK-RUN-LOCK.
101100*
101200      OPEN INPUT LOCK-FILE
101300      IF NOT WS-LOCK-STATUS-OK
101400         GO TO 3300-CHECK-RUN-LOCK-EXIT
101500      END-IF
101600      READ LOCK-FILE
101700         AT END
101800            MOVE '10'   TO WS-LOCK-STATUS
101900      END-READ
102000      CLOSE LOCK-FILE
102100      IF WS-LOCK-STATUS-EOF
102200         OR NOT LOK-STATUS-ACTIVE
102300         OR LOK-HEARTBEAT-DATE NOT NUMERIC
102400         OR LOK-HEARTBEAT-TIME NOT NUMERIC
102500         GO TO 3300-CHECK-RUN-LOCK-EXIT
102600      END-IF
102700*
102800      MOVE LOK-HEARTBEAT-DATE TO WS-STAMP-DATE
102900      MOVE LOK-HEARTBEAT-TIME TO WS-STAMP-TIME
103000      PERFORM 6000-AGE-STAMP
103100         THRU 6000-AGE-STAMP-EXIT
103200      IF WS-STAMP-AGE-SECS NOT > WS-LOCK-STALE-LIMIT
103300         GO TO 3300-CHECK-RUN-LOCK-EXIT
103400      END-IF
103500*
103600      MOVE 'LCK'              TO WS-CND-TYPE
103700      MOVE LOK-JOB-ID         TO WS-CND-JOB-ID
103800      MOVE LOK-START-DATE     TO WS-CND-REF-DATE
103900      MOVE LOK-START-TIME     TO WS-CND-REF-TIME
104000      MOVE LOK-HEARTBEAT-DATE TO WS-CND-DATE
104100      MOVE SPACES             TO WS-CND-TEXT
104200      STRING 'RUN-LOCK HEARTBEAT STALE SINCE '
104300             LOK-HEARTBEAT-TIME
104400             DELIMITED BY SIZE INTO WS-CND-TEXT
104500      PERFORM 4000-RAISE-CONDITION
104600         THRU 4000-RAISE-CONDITION-EXIT
104700      .
104800 3300-CHECK-RUN-LOCK-EXIT.
104900      EXIT.
105000*
105100*****************************************************
105200* 3400-CHECK-CYCLE-STATE - READ CYCLFILE THROUGH TO *
105300* ITS LATEST VERDICT AND RAISE IT WHEN FAILED.  A   *
105400* FAILED CYCLE LATER RE-CLOSED IS NOT PAGED.        *
105500*****************************************************
105600 3400-CHECK-CYCLE-STATE.
105700*
105800      OPEN INPUT CYCL-FILE
105900      IF NOT WS-CYCL-STATUS-OK
106000         GO TO 3400-CHECK-CYCLE-STATE-EXIT
106100      END-IF
106200      PERFORM 3410-READ-CYCLE-RECORD
106300         THRU 3410-READ-CYCLE-RECORD-EXIT
106400         UNTIL WS-CYCL-STATUS-EOF
106500      CLOSE CYCL-FILE
106600      IF NOT WS-CYCL-RECORD-SEEN
106700         OR NOT CYCL-STATE-FAILED
106800         OR CYCL-CYCLE-DATE NOT NUMERIC
106900         GO TO 3400-CHECK-CYCLE-STATE-EXIT
107000      END-IF
107100*
107200      MOVE 'CYC'              TO WS-CND-TYPE
107300      MOVE 'CBLCYCLE'         TO WS-CND-JOB-ID
107400      MOVE CYCL-CYCLE-DATE    TO WS-CND-REF
107500      MOVE CYCL-CYCLE-DATE    TO WS-CND-DATE
107600      IF CYCL-CLOSE-DATE IS NUMERIC
107700         AND CYCL-CLOSE-DATE > CYCL-CYCLE-DATE
107800         MOVE CYCL-CLOSE-DATE TO WS-CND-DATE
107900      END-IF
108000      MOVE SPACES             TO WS-CND-TEXT
108100      STRING 'CYCLE ' CYCL-CYCLE-DATE
108200             ' FAILED ' CYCL-FAIL-REASON
108300             DELIMITED BY SIZE INTO WS-CND-TEXT
108400      PERFORM 4000-RAISE-CONDITION
108500         THRU 4000-RAISE-CONDITION-EXIT
108600      .
108700 3400-CHECK-CYCLE-STATE-EXIT.
108800      EXIT.
108900*
109000*****************************************************
109100* 3410-READ-CYCLE-RECORD - READ ONE VERDICT, KEEPING*
109200* THE LAST ONE READ IN THE RECORD AREA.             *
109300*****************************************************
109400 3410-READ-CYCLE-RECORD.
109500*
109600      READ CYCL-FILE
109700         AT END
109800            MOVE '10'   TO WS-CYCL-STATUS
109900         NOT AT END
110000            SET WS-CYCL-RECORD-SEEN  TO TRUE
110100      END-READ
110200      .
110300 3410-READ-CYCLE-RECORD-EXIT.
110400      EXIT.
110500*
110600*****************************************************
110700* 4000-RAISE-CONDITION - PAGE THE STAGED CONDITION  *
110800* UNLESS IT IS OLDER THAN THE LOOK-BACK WINDOW OR   *
110900* THE REGISTER SHOWS IT ALREADY PAGED.  THE PAGE    *
111000* GOES TO THE PRIMARY CONTACT THE ROSTER GIVES FOR  *
111100* THE JOB AND THE CONDITION IS ENTERED ON THE       *
111200* REGISTER.                                         *
111300*****************************************************
111400 4000-RAISE-CONDITION.
111500*
111600      ADD 1                   TO WS-CONDITION-COUNT
111700      MOVE WS-CND-DATE        TO WS-SERIAL-DATE
111800      PERFORM 6100-DATE-TO-DAY-NUMBER
111900         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
112000      IF WS-SERIAL-DAYS < WS-WINDOW-DAY-NUMBER
112100         ADD 1                TO WS-OUT-OF-WINDOW-COUNT
112200         GO TO 4000-RAISE-CONDITION-EXIT
112300      END-IF
112400*
112500      MOVE 0                  TO WS-REG-IDX
112600      PERFORM 4010-SEARCH-REGISTER
112700         THRU 4010-SEARCH-REGISTER-EXIT
112800         VARYING WS-SRCH-IDX FROM 1 BY 1
112900         UNTIL WS-SRCH-IDX > WS-REG-ENTRY-COUNT
113000            OR WS-REG-IDX > 0
113100      IF WS-REG-IDX > 0
113200         ADD 1                TO WS-ALREADY-PAGED-COUNT
113300         GO TO 4000-RAISE-CONDITION-EXIT
113400      END-IF
113500*
113600      IF WS-REG-ENTRY-COUNT >= 500
113700         DISPLAY ' *** REGISTER TABLE FULL (500 ENTRIES) - '
113800            WS-CND-TYPE ' ' WS-CND-JOB-ID ' ' WS-CND-REF
113900            ' NOT PAGED ***'
114000         ADD 1                TO WS-REG-FULL-COUNT
114100         IF WS-RETURN-CODE < 4
114110            MOVE 4            TO WS-RETURN-CODE
114120         END-IF
114200         GO TO 4000-RAISE-CONDITION-EXIT
114300      END-IF
114400*
114500      PERFORM 4200-RESOLVE-CONTACT
114600         THRU 4200-RESOLVE-CONTACT-EXIT
114700      IF WS-CON-PRIMARY = SPACES
114800         DISPLAY ' *** NO ROSTER CONTACT FOR JOB ' WS-CND-JOB-ID
114900            ' - ' WS-CND-TYPE ' PAGED TO THE GATEWAY UNADDRESSED'
115000            ' ***'
115100         ADD 1                TO WS-NO-CONTACT-COUNT
115200      END-IF
115300*
115400      PERFORM 4300-NEXT-PAGE-ID
115500         THRU 4300-NEXT-PAGE-ID-EXIT
115600      MOVE SPACES             TO PAGE-RECORD
115700      MOVE WS-LAST-PAGE-ID    TO PAGE-ID
115800      SET PAGE-KIND-PRIMARY   TO TRUE
115900      MOVE WS-CON-PRIMARY     TO PAGE-CONTACT
116000      MOVE WS-CND-TYPE        TO PAGE-COND-TYPE
116100      MOVE WS-CND-JOB-ID      TO PAGE-JOB-ID
116200      MOVE WS-CND-REF         TO PAGE-COND-REF
116300      MOVE WS-CND-TEXT        TO PAGE-TEXT
116400      PERFORM 4400-WRITE-PAGE
116500         THRU 4400-WRITE-PAGE-EXIT
116600      IF NOT WS-PAGE-WAS-SENT
116700         GO TO 4000-RAISE-CONDITION-EXIT
116800      END-IF
116900*
117000      ADD 1                   TO WS-REG-ENTRY-COUNT
117100      MOVE WS-REG-ENTRY-COUNT TO WS-REG-IDX
117200      MOVE SPACES             TO WS-REG-ROW (WS-REG-IDX)
117300      MOVE WS-CND-KEY         TO WS-REG-KEY (WS-REG-IDX)
117400      MOVE 'S'                TO WS-REG-STATE (WS-REG-IDX)
117500      MOVE WS-LAST-PAGE-ID    TO WS-REG-PAGE-ID (WS-REG-IDX)
117600      MOVE 0                  TO WS-REG-ESC-PAGE-ID (WS-REG-IDX)
117700      MOVE WS-CON-PRIMARY     TO WS-REG-PRIMARY (WS-REG-IDX)
117800      MOVE WS-CON-SECONDARY   TO WS-REG-SECONDARY (WS-REG-IDX)
117900      MOVE WS-CON-MINUTES     TO WS-REG-MINUTES (WS-REG-IDX)
118000      MOVE CURRENT-DATE       TO WS-REG-SENT-DATE (WS-REG-IDX)
118100      MOVE CURRENT-TIME       TO WS-REG-SENT-TIME (WS-REG-IDX)
118200      MOVE 0                  TO WS-REG-ESC-DATE (WS-REG-IDX)
118300      MOVE 0                  TO WS-REG-ESC-TIME (WS-REG-IDX)
118400      MOVE 0                  TO WS-REG-ACK-DATE (WS-REG-IDX)
118500      MOVE 0                  TO WS-REG-ACK-TIME (WS-REG-IDX)
118600      MOVE WS-CND-TEXT        TO WS-REG-TEXT (WS-REG-IDX)
118700      ADD 1                   TO WS-PAGES-SENT
118800      DISPLAY ' PAGED - ' WS-CND-TYPE ' JOB ' WS-CND-JOB-ID
118900         ' TO ' WS-CON-PRIMARY ' PAGE ' WS-LAST-PAGE-ID
119000      .
119100 4000-RAISE-CONDITION-EXIT.
119200      EXIT.
119300*
119400*****************************************************
119500* 4010-SEARCH-REGISTER - TEST ONE REGISTER ROW FOR  *
119600* THE STAGED CONDITION KEY.                         *
119700*****************************************************
119800 4010-SEARCH-REGISTER.
119900*
120000      IF WS-REG-KEY (WS-SRCH-IDX) = WS-CND-KEY
120100         MOVE WS-SRCH-IDX     TO WS-REG-IDX
120200      END-IF
120300      .
120400 4010-SEARCH-REGISTER-EXIT.
120500      EXIT.
120600*
120700*****************************************************
120800* 4200-RESOLVE-CONTACT - FIND WHO TO PAGE FOR THE   *
120900* STAGED JOB-ID: ITS OWN ROSTER ENTRY, ELSE THE     *
121000* ENTRY FOR ITS APPLICATION GROUP, ELSE THE DEFAULT *
121100* ENTRY.  LEAVES THE CONTACTS BLANK WHEN NONE FITS. *
121200*****************************************************
121300 4200-RESOLVE-CONTACT.
121400*
121500      MOVE SPACES             TO WS-CON-PRIMARY
121600      MOVE SPACES             TO WS-CON-SECONDARY
121700      MOVE 0                  TO WS-CON-MINUTES
121800*
121900      MOVE 'J'                TO WS-SRCH-TYPE
122000      MOVE WS-CND-JOB-ID      TO WS-SRCH-KEY
122100      PERFORM 4210-FIND-ROSTER-ENTRY
122200         THRU 4210-FIND-ROSTER-ENTRY-EXIT
122300      IF WS-RST-IDX = 0
122400         PERFORM 4250-FIND-APPLICATION
122500            THRU 4250-FIND-APPLICATION-EXIT
122600         IF WS-CCT-IDX > 0
122700            MOVE 'A'          TO WS-SRCH-TYPE
122800            MOVE WS-CCT-APPLICATION (WS-CCT-IDX)
122900               TO WS-SRCH-KEY
123000            PERFORM 4210-FIND-ROSTER-ENTRY
123100               THRU 4210-FIND-ROSTER-ENTRY-EXIT
123200         END-IF
123300      END-IF
123400      IF WS-RST-IDX = 0
123500         MOVE 'D'             TO WS-SRCH-TYPE
123600         MOVE SPACES          TO WS-SRCH-KEY
123700         PERFORM 4210-FIND-ROSTER-ENTRY
123800            THRU 4210-FIND-ROSTER-ENTRY-EXIT
123900      END-IF
124000      IF WS-RST-IDX = 0
124100         GO TO 4200-RESOLVE-CONTACT-EXIT
124200      END-IF
124300*
124400      MOVE WS-RST-PRIMARY (WS-RST-IDX)    TO WS-CON-PRIMARY
124500      MOVE WS-RST-SECONDARY (WS-RST-IDX)  TO WS-CON-SECONDARY
124600      MOVE WS-RST-MINUTES (WS-RST-IDX)    TO WS-CON-MINUTES
124700      .
124800 4200-RESOLVE-CONTACT-EXIT.
124900      EXIT.
125000*
125100*****************************************************
125200* 4210-FIND-ROSTER-ENTRY - LOCATE THE FIRST ROSTER  *
125300* ROW OF WS-SRCH-TYPE FOR WS-SRCH-KEY (ANY KEY FOR  *
125400* THE DEFAULT TYPE), SETTING WS-RST-IDX OR ZERO.    *
125500*****************************************************
125600 4210-FIND-ROSTER-ENTRY.
125700*
125800      MOVE 0                  TO WS-RST-IDX
125900      PERFORM 4220-SEARCH-ROSTER
126000         THRU 4220-SEARCH-ROSTER-EXIT
126100         VARYING WS-SRCH-IDX FROM 1 BY 1
126200         UNTIL WS-SRCH-IDX > WS-RST-ENTRY-COUNT
126300            OR WS-RST-IDX > 0
126400      .
126500 4210-FIND-ROSTER-ENTRY-EXIT.
126600      EXIT.
126700*
126800*****************************************************
126900* 4220-SEARCH-ROSTER - TEST ONE ROSTER ROW DURING   *
127000* THE SEARCH ABOVE.                                 *
127100*****************************************************
127200 4220-SEARCH-ROSTER.
127300*
127400      IF WS-RST-TYPE (WS-SRCH-IDX) = WS-SRCH-TYPE
127500         IF WS-SRCH-TYPE = 'D'
127600            OR WS-RST-KEY (WS-SRCH-IDX) = WS-SRCH-KEY
127700            MOVE WS-SRCH-IDX  TO WS-RST-IDX
127800         END-IF
127900      END-IF
128000      .
128100 4220-SEARCH-ROSTER-EXIT.
128200      EXIT.
128300*
128400*****************************************************
128500* 4250-FIND-APPLICATION - LOCATE WS-CND-JOB-ID IN   *
128600* THE APPLICATION TABLE, SETTING WS-CCT-IDX, OR     *
128700* ZERO WHEN THE JOB-ID IS NOT MAPPED.               *
128800*****************************************************
128900 4250-FIND-APPLICATION.
129000*
129100      MOVE 0                  TO WS-CCT-IDX
129200      PERFORM 4260-SEARCH-APPLICATION
129300         THRU 4260-SEARCH-APPLICATION-EXIT
129400         VARYING WS-SRCH-IDX FROM 1 BY 1
129500         UNTIL WS-SRCH-IDX > WS-CCT-ENTRY-COUNT
129600            OR WS-CCT-IDX > 0
129700      .
129800 4250-FIND-APPLICATION-EXIT.
129900      EXIT.
130000*
130100*****************************************************
130200* 4260-SEARCH-APPLICATION - TEST ONE APPLICATION    *
130300* ROW FOR A JOB-ID MATCH.                           *
130400*****************************************************
130500 4260-SEARCH-APPLICATION.
130600*
130700      IF WS-CCT-JOB-ID (WS-SRCH-IDX) = WS-CND-JOB-ID
130800         MOVE WS-SRCH-IDX     TO WS-CCT-IDX
130900      END-IF
131000      .
131100 4260-SEARCH-APPLICATION-EXIT.
131200      EXIT.
131300*
131400*****************************************************
131500* 4300-NEXT-PAGE-ID - ISSUE THE NEXT PAGE-ID,       *
131600* WRAPPING BACK TO 1 AFTER 999999.                  *
131700*****************************************************
131800 4300-NEXT-PAGE-ID.
131900*
132000      IF WS-LAST-PAGE-ID = 999999
132100         MOVE 0               TO WS-LAST-PAGE-ID
132200      END-IF
132300      ADD 1                   TO WS-LAST-PAGE-ID
132400      .
132500 4300-NEXT-PAGE-ID-EXIT.
132600      EXIT.
132700*
132800*****************************************************
132900* 4400-WRITE-PAGE - STAMP AND WRITE THE PAGE STAGED *
133000* IN PAGE-RECORD.  A WRITE FAILURE ENDS THE RUN     *
133100* RC 12 AND THE CONDITION STAYS OFF THE REGISTER SO *
133200* THE NEXT RUN PAGES IT AGAIN.                      *
133300*****************************************************
133400 4400-WRITE-PAGE.
133500*
133600      MOVE 'N'                TO WS-PAGE-SENT-SWITCH
133700      MOVE CURRENT-DATE       TO PAGE-DATE
133800      MOVE CURRENT-TIME       TO PAGE-TIME
133900      WRITE PAGE-RECORD
134000      IF NOT WS-PAGE-STATUS-OK
134100         DISPLAY ' *** PAGEFILE WRITE FAILED - STATUS: '
134200            WS-PAGE-STATUS ' ***'
134300         MOVE 12              TO WS-RETURN-CODE
134400         GO TO 4400-WRITE-PAGE-EXIT
134500      END-IF
134600      SET WS-PAGE-WAS-SENT    TO TRUE
134700      .
134800 4400-WRITE-PAGE-EXIT.
134900      EXIT.
135000*
135100*****************************************************
135200* 6000-AGE-STAMP - WORK OUT HOW MANY SECONDS HAVE   *
135300* PASSED SINCE WS-STAMP-DATE / WS-STAMP-TIME.  A    *
135400* STAMP IN THE FUTURE AGES TO ZERO.                 *
135500*****************************************************
135600 6000-AGE-STAMP.
135700*
135800      MOVE WS-STAMP-DATE      TO WS-SERIAL-DATE
135900      PERFORM 6100-DATE-TO-DAY-NUMBER
136000         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
136100      MOVE WS-SERIAL-DAYS     TO WS-STAMP-DAY-NUMBER
136200      COMPUTE WS-STAMP-SECS =
136300          (WS-STAMP-TIME-HH * 3600)
136400        + (WS-STAMP-TIME-MM * 60)
136500        +  WS-STAMP-TIME-SS
136600*
136700      IF WS-STAMP-DAY-NUMBER > WS-NOW-DAY-NUMBER
136800         OR (WS-STAMP-DAY-NUMBER = WS-NOW-DAY-NUMBER
136900            AND WS-STAMP-SECS > WS-NOW-SECS)
137000         MOVE 0               TO WS-STAMP-AGE-SECS
137100      ELSE
137200         COMPUTE WS-STAMP-AGE-SECS =
137300             ((WS-NOW-DAY-NUMBER - WS-STAMP-DAY-NUMBER)
137400                * 86400)
137500           + WS-NOW-SECS - WS-STAMP-SECS
137600      END-IF
137700      .
137800 6000-AGE-STAMP-EXIT.
137900      EXIT.
138000*
138100*****************************************************
138200* 6100-DATE-TO-DAY-NUMBER - REDUCE WS-SERIAL-DATE   *
138300* (YYMMDD, TAKEN AS 20YY) TO A DAY NUMBER: WHOLE    *
138400* YEARS AT 365 DAYS PLUS ACCRUED LEAP DAYS, PLUS THE*
138500* DAYS OF THE COMPLETED MONTHS, PLUS THE DAY OF THE *
138600* MONTH, WITH THIS YEAR'S LEAP DAY COUNTED ONCE     *
138700* MARCH IS REACHED.  A DATE THAT IS NOT A DATE      *
138800* REDUCES TO ZERO.                                  *
138900*****************************************************
139000 6100-DATE-TO-DAY-NUMBER.
139100*
139200      IF WS-SERIAL-MM < 1
139300         OR WS-SERIAL-MM > 12
139400         MOVE 0               TO WS-SERIAL-DAYS
139500         GO TO 6100-DATE-TO-DAY-NUMBER-EXIT
139600      END-IF
139700      COMPUTE WS-SERIAL-DAYS =
139800          (WS-SERIAL-YY * 365)
139900        + WS-CUM-DAYS (WS-SERIAL-MM)
140000        + WS-SERIAL-DD
140100      COMPUTE WS-SERIAL-WORK = WS-SERIAL-YY + 3
140200      DIVIDE WS-SERIAL-WORK BY 4
140300         GIVING WS-SERIAL-WORK
140400      ADD WS-SERIAL-WORK      TO WS-SERIAL-DAYS
140500      DIVIDE WS-SERIAL-YY BY 4
140600         GIVING WS-SERIAL-WORK
140700         REMAINDER WS-SERIAL-REM
140800      IF WS-SERIAL-REM = 0
140900         AND WS-SERIAL-MM > 2
141000         ADD 1                TO WS-SERIAL-DAYS
141100      END-IF
141200      .
141300 6100-DATE-TO-DAY-NUMBER-EXIT.
141400      EXIT.
141500*
141600*****************************************************
141700* 8000-REWRITE-REGISTER - WRITE THE CONTROL ROW AND *
141800* EVERY REGISTER ROW BACK TO PGLGFILE, DROPPING     *
141900* ROWS FIRST PAGED MORE THAN THE RETENTION DAYS     *
142000* AGO.                                              *
142100*****************************************************
142200 8000-REWRITE-REGISTER.
142300*
142400      OPEN OUTPUT PGLG-FILE
142500      IF NOT WS-PGLG-STATUS-OK
142600         DISPLAY ' *** PGLGFILE COULD NOT BE OPENED FOR OUTPUT - '
142700            'STATUS: ' WS-PGLG-STATUS ' - PAGES SENT THIS RUN '
142800            'WILL BE SENT AGAIN ***'
142900         MOVE 12              TO WS-RETURN-CODE
143000         GO TO 8000-REWRITE-REGISTER-EXIT
143100      END-IF
143200*
143300      MOVE SPACES             TO PGLG-RECORD
143400      INITIALIZE PGLG-RECORD
143500      SET PGLG-CONTROL-ROW    TO TRUE
143600      MOVE WS-LAST-PAGE-ID    TO PGLG-PAGE-ID
143700      MOVE CURRENT-DATE       TO PGLG-SENT-DATE
143800      MOVE CURRENT-TIME       TO PGLG-SENT-TIME
143900      WRITE PGLG-RECORD
144000      IF NOT WS-PGLG-STATUS-OK
144100         DISPLAY ' *** PGLGFILE WRITE FAILED - STATUS: '
144200            WS-PGLG-STATUS ' ***'
144300         MOVE 12              TO WS-RETURN-CODE
144400      END-IF
144500*
144600      PERFORM 8100-WRITE-REGISTER-ROW
144700         THRU 8100-WRITE-REGISTER-ROW-EXIT
144800         VARYING WS-REG-IDX FROM 1 BY 1
144900         UNTIL WS-REG-IDX > WS-REG-ENTRY-COUNT
145000      CLOSE PGLG-FILE
145100      .
145200 8000-REWRITE-REGISTER-EXIT.
145300      EXIT.
145400*
145500*****************************************************
145600* 8100-WRITE-REGISTER-ROW - WRITE ONE REGISTER ROW  *
145700* UNLESS IT HAS AGED PAST RETENTION.                *
145800*****************************************************
145900 8100-WRITE-REGISTER-ROW.
146000*
146100      MOVE WS-REG-SENT-DATE (WS-REG-IDX)  TO WS-SERIAL-DATE
146200      PERFORM 6100-DATE-TO-DAY-NUMBER
146300         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
146400      IF WS-SERIAL-DAYS < WS-RETAIN-DAY-NUMBER
146500         ADD 1                TO WS-PRUNED-COUNT
146600         GO TO 8100-WRITE-REGISTER-ROW-EXIT
146700      END-IF
146800*
146900      MOVE WS-REG-ROW (WS-REG-IDX)  TO PGLG-RECORD
147000      WRITE PGLG-RECORD
147100      IF NOT WS-PGLG-STATUS-OK
147200         DISPLAY ' *** PGLGFILE WRITE FAILED - STATUS: '
147300            WS-PGLG-STATUS ' ***'
147400         MOVE 12              TO WS-RETURN-CODE
147500         GO TO 8100-WRITE-REGISTER-ROW-EXIT
147600      END-IF
147700      ADD 1                   TO WS-REG-WRITE-COUNT
147800      .
147900 8100-WRITE-REGISTER-ROW-EXIT.
148000      EXIT.
148100*
148200*****************************************************
148300* 9000-TERMINATE - CLOSE THE PAGE FILE, SET THE     *
148400* RETURN CODE AND DISPLAY THE RUN SUMMARY.  ANY     *
148500* PAGE OR ESCALATION SENT, OR A CONDITION WITH NO   *
148600* ROSTER CONTACT, ENDS THE RUN RC 4.                *
148700*****************************************************
148800 9000-TERMINATE.
148900*
149000      IF WS-PAGE-FILE-OPEN
149100         CLOSE PAGE-FILE
149200      END-IF
149300      IF (WS-PAGES-SENT > 0
149400            OR WS-ESCALATIONS-SENT > 0
149500            OR WS-NO-CONTACT-COUNT > 0)
149600         AND WS-RETURN-CODE < 4
149700         MOVE 4               TO WS-RETURN-CODE
149800      END-IF
149900*
150000      DISPLAY ' '
150100      DISPLAY ' ROSTER ENTRIES LOADED   : ' WS-RST-ENTRY-COUNT
150200      DISPLAY ' ROSTER ENTRIES IGNORED  : ' WS-ROST-REJECT-COUNT
150300      DISPLAY ' REGISTER ROWS READ      : ' WS-PGLG-READ-COUNT
150400      DISPLAY ' ACKNOWLEDGMENTS READ    : ' WS-PGAK-READ-COUNT
150500      DISPLAY ' ACKNOWLEDGMENTS POSTED  : ' WS-ACKS-POSTED
150600      DISPLAY ' EVENTS ON STREAM        : ' WS-EVENT-COUNT
150700      DISPLAY ' CONDITIONS DETECTED     : ' WS-CONDITION-COUNT
150800      DISPLAY ' OUTSIDE LOOK-BACK WINDOW: ' WS-OUT-OF-WINDOW-COUNT
150900      DISPLAY ' ALREADY PAGED           : ' WS-ALREADY-PAGED-COUNT
151000      DISPLAY ' PAGES SENT              : ' WS-PAGES-SENT
151100      DISPLAY ' ESCALATIONS SENT        : ' WS-ESCALATIONS-SENT
151200      DISPLAY ' WITH NO ROSTER CONTACT  : ' WS-NO-CONTACT-COUNT
151300      DISPLAY ' NOT PAGED, REGISTER FULL: ' WS-REG-FULL-COUNT
151400      DISPLAY ' REGISTER ROWS PRUNED    : ' WS-PRUNED-COUNT
151500      DISPLAY ' REGISTER ROWS WRITTEN   : ' WS-REG-WRITE-COUNT
151600      DISPLAY ' '
151700      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
151800      .
151900 9000-TERMINATE-EXIT.
152000      EXIT.
