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
001900 PROGRAM-ID.    CBLSCHED.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - THE NIGHTLY SCHEDULE
002900*                        BUILD.  READS THE RUN-FREQUENCY RULES
003000*                        ON SCHDFILE (SCHDREC), THE PROCESSING
003100*                        CALENDAR ON CALFILE AND THE CYCLE DATE
003200*                        AND DECIDES, JOB BY JOB, WHETHER THE
003300*                        JOB RUNS TONIGHT - EVERY BUSINESS DAY,
003400*                        NAMED WEEKDAYS, THE NTH BUSINESS DAY OF
003500*                        THE MONTH, THE LAST BUSINESS DAY OF THE
003600*                        MONTH OR QUARTER-END.  CTLFILE AND
003700*                        RECNFILE ARE BOTH WRITTEN FROM THE SAME
003800*                        DECISIONS, ONE CONTROL ENTRY PER RUN
003900*                        AND ONE EXPECTED COUNT PER JOB, SO THE
004000*                        TWO CAN NO LONGER DRIFT APART WHEN THEY
004100*                        ARE HAND-EDITED SEPARATELY.  SCHDLIST
004200*                        SHOWS EVERY RULE AS SCHEDULED OR NOT
004300*                        SCHEDULED, WITH THE REASON.
004400******************************************************************
004500/
004600 ENVIRONMENT DIVISION.
004700*--------------------
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-ZSERIES.
005000 OBJECT-COMPUTER.   IBM-ZSERIES.
005100*
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400*---------------------------------------------------------------
005500*    SCHDFILE - RUN-FREQUENCY RULES, ONE OR MORE PER JOB-ID.
005600*    WHEN ABSENT THERE IS NOTHING TO BUILD FROM AND THE PRIOR
005700*    CTLFILE AND RECNFILE ARE LEFT AS THEY STAND.
005800*---------------------------------------------------------------
005900     SELECT SCHD-FILE       ASSIGN TO SCHDFILE
006000                             ORGANIZATION IS LINE SEQUENTIAL
006100                             FILE STATUS  IS WS-SCHD-STATUS.
006200*---------------------------------------------------------------
006300*    CALFILE - PROCESSING CALENDAR.  ONLY THE HOLIDAY ENTRIES
006400*    TAKE A DATE OUT OF THE BUSINESS-DAY COUNT; A MONTH-END
006500*    ENTRY IS ITSELF A BUSINESS DAY.
006600*---------------------------------------------------------------
006700     SELECT CAL-FILE        ASSIGN TO CALFILE
006800                             ORGANIZATION IS LINE SEQUENTIAL
006900                             FILE STATUS  IS WS-CAL-STATUS.
007000*---------------------------------------------------------------
007100*    CTLFILE - THE NIGHT'S CONTROL ENTRIES, REBUILT IN FULL.
007200*    A JOB SCHEDULED TO RUN N TIMES GETS N ENTRIES.
007300*---------------------------------------------------------------
007400     SELECT CTL-FILE        ASSIGN TO CTLFILE
007500                             ORGANIZATION IS LINE SEQUENTIAL
007600                             FILE STATUS  IS WS-CTL-STATUS.
007700*---------------------------------------------------------------
007800*    RECNFILE - THE NIGHT'S EXPECTED RUN COUNTS, REBUILT IN
007900*    FULL.  ONE ENTRY PER SCHEDULED JOB-ID CARRYING THE NUMBER
008000*    OF CONTROL ENTRIES WRITTEN FOR IT.
008100*---------------------------------------------------------------
008200     SELECT RECN-FILE       ASSIGN TO RECNFILE
008300                             ORGANIZATION IS LINE SEQUENTIAL
008400                             FILE STATUS  IS WS-RECN-STATUS.
008500*---------------------------------------------------------------
008600*    SCHDLIST - SCHEDULE BUILD LISTING.  ONE LINE PER RULE READ
008700*    SHOWING WHETHER IT SCHEDULED ITS JOB AND WHY OR WHY NOT.
008800*---------------------------------------------------------------
008900     SELECT LIST-FILE       ASSIGN TO SCHDLIST
009000                             ORGANIZATION IS LINE SEQUENTIAL
009100                             FILE STATUS  IS WS-LIST-STATUS.
009200*
009300 DATA DIVISION.
009400*-------------
009500 FILE SECTION.
009600*
009700 FD  SCHD-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY SCHDREC.
010100*
010200 FD  CAL-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY CALREC.
010600*
010700 FD  CTL-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY CTLREC.
011100*
011200 FD  RECN-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY RECNREC.
011600*
011700 FD  LIST-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY PRTREC.
012100*
012200/
012300 WORKING-STORAGE SECTION.
012400*
012500*****************************************************
012600* STRUCTURE FOR INPUT                               *
012700*****************************************************
012800 01 WS-VARIABLES.
012900    05 WS-PROGRAM                PIC X(08) VALUE 'CBLSCHED'.
013000    05 CURRENT-DATE              PIC 9(06).
013100    05 CURRENT-TIME              PIC 9(08).
013200    05 WS-CYCLE-DATE             PIC 9(06) VALUE 0.
013300    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
013400*
013500*****************************************************
013600* SWITCHES AND STATUS FIELDS                        *
013700*****************************************************
013800 01 WS-SCHD-STATUS               PIC X(02) VALUE '00'.
013900    88 WS-SCHD-STATUS-OK            VALUE '00'.
014000    88 WS-SCHD-STATUS-EOF           VALUE '10'.
014100*
014200 01 WS-CAL-STATUS                PIC X(02) VALUE '00'.
014300    88 WS-CAL-STATUS-OK             VALUE '00'.
014400    88 WS-CAL-STATUS-EOF            VALUE '10'.
014500*
014600 01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
014700    88 WS-CTL-STATUS-OK             VALUE '00'.
014800*
014900 01 WS-RECN-STATUS               PIC X(02) VALUE '00'.
015000    88 WS-RECN-STATUS-OK            VALUE '00'.
015100*
015200 01 WS-LIST-STATUS               PIC X(02) VALUE '00'.
015300    88 WS-LIST-STATUS-OK            VALUE '00'.
015400*
015500 01 WS-BUILD-SWITCH              PIC X(01) VALUE 'Y'.
015600    88 WS-BUILD-CAN-PROCEED         VALUE 'Y'.
015700    88 WS-BUILD-ABANDONED           VALUE 'N'.
015800*
015900 01 WS-LIST-OPEN-SWITCH          PIC X(01) VALUE 'N'.
016000    88 WS-LIST-FILE-OPEN            VALUE 'Y'.
016010*
016020 01 WS-CTL-OPEN-SWITCH           PIC X(01) VALUE 'N'.
016030    88 WS-CTL-FILE-OPEN             VALUE 'Y'.
016040*
016050 01 WS-RECN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
016060    88 WS-RECN-FILE-OPEN            VALUE 'Y'.
016100*
016200 01 WS-CAL-HIT-SWITCH            PIC X(01) VALUE 'N'.
016300    88 WS-CAL-DATE-MATCHED          VALUE 'Y'.
016400*
016500 01 WS-BUS-DAY-SWITCH            PIC X(01) VALUE 'N'.
016600    88 WS-DATE-IS-BUS-DAY           VALUE 'Y'.
016700*
016800 01 WS-CYCLE-BUS-SWITCH          PIC X(01) VALUE 'N'.
016900    88 WS-CYCLE-IS-BUS-DAY          VALUE 'Y'.
017000*
017100 01 WS-CYCLE-HOL-SWITCH          PIC X(01) VALUE 'N'.
017200    88 WS-CYCLE-IS-HOLIDAY          VALUE 'Y'.
017300*
017400 01 WS-CYCLE-LAST-SWITCH         PIC X(01) VALUE 'N'.
017500    88 WS-CYCLE-IS-LAST-BUS-DAY     VALUE 'Y'.
017600*
017700 01 WS-CYCLE-QTR-SWITCH          PIC X(01) VALUE 'N'.
017800    88 WS-CYCLE-IS-QUARTER-END      VALUE 'Y'.
017900*
018000 01 WS-RULE-RESULT-SWITCH        PIC X(01) VALUE 'N'.
018100    88 WS-RULE-FIRES                VALUE 'Y'.
018200    88 WS-RULE-DOES-NOT-FIRE        VALUE 'N'.
018300    88 WS-RULE-REJECTED             VALUE 'R'.
018400*
018500 01 WS-SCHED-FOUND-SWITCH        PIC X(01) VALUE 'N'.
018600    88 WS-SCHED-ENTRY-FOUND         VALUE 'Y'.
018700*
018800*****************************************************
018900* COUNTERS AND WORK FIELDS                          *
019000*****************************************************
019100 01 WS-RULES-READ                PIC 9(04) VALUE 0.
019200 01 WS-RULES-REJECTED            PIC 9(04) VALUE 0.
019300 01 WS-CTL-WRITTEN               PIC 9(04) VALUE 0.
019400 01 WS-RECN-WRITTEN              PIC 9(04) VALUE 0.
019500 01 WS-RUN-IDX                   PIC 9(02) VALUE 0.
019600 01 WS-RUNS-TONIGHT              PIC 9(02) VALUE 0.
019700 01 WS-BUS-DAY-ORDINAL           PIC 9(02) VALUE 0.
019800 01 WS-CYCLE-DOW                 PIC 9(01) VALUE 0.
019900 01 WS-CYCLE-MONTH               PIC 9(02) VALUE 0.
020000 01 WS-RULE-REASON               PIC X(36) VALUE SPACES.
020100*
020200*****************************************************
020300* CANDIDATE-DATE WORK FIELDS FOR THE BUSINESS-DAY   *
020400* TESTS, INCLUDING THE DAY-OF-WEEK DERIVATION (1 =  *
020500* MONDAY THRU 7 = SUNDAY, AS IN CBLCATCH).          *
020600*****************************************************
020700 01 WS-CANDIDATE-DATE            PIC 9(06) VALUE 0.
020800 01 WS-CANDIDATE-PARTS           REDEFINES WS-CANDIDATE-DATE.
020900    05 WS-CAND-YY                PIC 9(02).
021000    05 WS-CAND-MM                PIC 9(02).
021100    05 WS-CAND-DD                PIC 9(02).
021200 01 WS-DAY-OF-WEEK               PIC 9(01) VALUE 0.
021300 01 WS-DOW-YEAR                  PIC 9(04) VALUE 0.
021400 01 WS-DOW-MONTH                 PIC 9(02) VALUE 0.
021500 01 WS-DOW-CENTURY               PIC 9(02) VALUE 0.
021600 01 WS-DOW-YY-PART               PIC 9(02) VALUE 0.
021700 01 WS-DOW-WORK                  PIC 9(06) VALUE 0.
021800 01 WS-DOW-QUOTIENT              PIC 9(06) VALUE 0.
021900 01 WS-MONTH-DAYS                PIC 9(02) VALUE 0.
022000*
022100 01 WS-MONTH-DAY-TABLE.
022200    05 FILLER                    PIC X(24) VALUE
022300          '312831303130313130313031'.
022400 01 WS-MONTH-DAY-ENTRIES         REDEFINES WS-MONTH-DAY-TABLE.
022500    05 WS-MONTH-DAY              PIC 9(02) OCCURS 12 TIMES.
022600*
022700 01 WS-DAY-NAME-TABLE.
022800    05 FILLER                    PIC X(36) VALUE
022900          'MONDAY   TUESDAY  WEDNESDAYTHURSDAY '.
023000    05 FILLER                    PIC X(27) VALUE
023100          'FRIDAY   SATURDAY SUNDAY   '.
023200 01 WS-DAY-NAME-ENTRIES          REDEFINES WS-DAY-NAME-TABLE.
023300    05 WS-DAY-NAME               PIC X(09) OCCURS 7 TIMES.
023400*
023500*****************************************************
023600* HOLIDAY TABLE - THE CALFILE HOLIDAY ENTRIES,      *
023700* LOADED AT START-UP.                               *
023800*****************************************************
023900 01 WS-CAL-IDX                   PIC 9(04) VALUE 0.
024000 01 WS-CALENDAR-TABLE.
024100    05 WS-CAL-ENTRY-COUNT        PIC 9(04) VALUE 0.
024200    05 WS-CAL-ENTRIES OCCURS 0 TO 400 TIMES
024300              DEPENDING ON WS-CAL-ENTRY-COUNT.
024400       10 WS-CAL-TBL-DATE           PIC 9(06).
024500*
024600*****************************************************
024700* SCHEDULED-JOB TABLE - ONE ROW PER JOB-ID SCHEDULED*
024800* TONIGHT WITH THE RUN COUNT ITS RECNFILE ENTRY     *
024900* WILL CARRY.                                       *
025000*****************************************************
025100 01 WS-SCHED-IDX                 PIC 9(04) VALUE 0.
025200 01 WS-SCHED-SRCH-IDX            PIC 9(04) VALUE 0.
025300 01 WS-SCHED-TABLE.
025400    05 WS-SCHED-ENTRY-COUNT      PIC 9(04) VALUE 0.
025500    05 WS-SCHED-ENTRIES OCCURS 0 TO 200 TIMES
025600              DEPENDING ON WS-SCHED-ENTRY-COUNT.
025700       10 WS-SCHED-TBL-JOB-ID       PIC X(08).
025800       10 WS-SCHED-TBL-RUNS         PIC 9(04).
025900*
026000*****************************************************
026100* REPORT LINE LAYOUTS                               *
026200*****************************************************
026300 01 WS-LIST-HEADING-1.
026400    05 FILLER                    PIC X(28) VALUE
026500          'SCHEDULE BUILD - CYCLE DATE '.
026600    05 WS-HDG-CYCLE-DATE         PIC 9(06).
026700    05 FILLER                    PIC X(02) VALUE SPACES.
026800    05 WS-HDG-DAY-NAME           PIC X(09).
026900    05 FILLER                    PIC X(02) VALUE SPACES.
027000    05 WS-HDG-DAY-TYPE           PIC X(20).
027100    05 FILLER                    PIC X(65) VALUE SPACES.
027200*
027300 01 WS-LIST-HEADING-2.
027400    05 FILLER                    PIC X(24) VALUE
027500          'BUSINESS DAY OF MONTH : '.
027600    05 WS-HDG-BUS-ORDINAL        PIC Z9.
027700    05 FILLER                    PIC X(04) VALUE SPACES.
027800    05 WS-HDG-MONTH-END          PIC X(26).
027900    05 FILLER                    PIC X(76) VALUE SPACES.
028000*
028100 01 WS-LIST-HEADING-3.
028200    05 FILLER                    PIC X(29) VALUE
028300          'JOB-ID    TYPE DAYS     NTH  '.
028400    05 FILLER                    PIC X(31) VALUE
028500          'RUNS RC   DECISION       REASON'.
028600    05 FILLER                    PIC X(72) VALUE SPACES.
028700*
028800 01 WS-LIST-DETAIL.
028900    05 WS-LST-JOB-ID             PIC X(08).
029000    05 FILLER                    PIC X(02) VALUE SPACES.
029100    05 WS-LST-RULE-TYPE          PIC X(01).
029200    05 FILLER                    PIC X(04) VALUE SPACES.
029300    05 WS-LST-DAYS               PIC X(07).
029400    05 FILLER                    PIC X(02) VALUE SPACES.
029500    05 WS-LST-NTH                PIC X(02).
029600    05 FILLER                    PIC X(03) VALUE SPACES.
029700    05 WS-LST-RUNS               PIC X(02).
029800    05 FILLER                    PIC X(03) VALUE SPACES.
029900    05 WS-LST-EXP-RC             PIC X(02).
030000    05 FILLER                    PIC X(03) VALUE SPACES.
030100    05 WS-LST-DECISION           PIC X(13).
030200    05 FILLER                    PIC X(02) VALUE SPACES.
030300    05 WS-LST-REASON             PIC X(36).
030400    05 FILLER                    PIC X(42) VALUE SPACES.
030500*
030600 01 WS-LIST-TRAILER.
030700    05 FILLER                    PIC X(12) VALUE
030800          'RULES READ: '.
030900    05 WS-TRL-RULES              PIC ZZZ9.
031000    05 FILLER                    PIC X(18) VALUE
031100          '  JOBS SCHEDULED: '.
031200    05 WS-TRL-JOBS               PIC ZZZ9.
031300    05 FILLER                    PIC X(19) VALUE
031400          '  CONTROL ENTRIES: '.
031500    05 WS-TRL-CTL                PIC ZZZ9.
031600    05 FILLER                    PIC X(18) VALUE
031700          '  RULES REJECTED: '.
031800    05 WS-TRL-REJECTED           PIC ZZZ9.
031900    05 FILLER                    PIC X(49) VALUE SPACES.
032000*
032100 LINKAGE SECTION.
032200  01 PRM-INFO.
032300     05 PRM-LENGTH               PIC S9(04) COMP.
032400     05 PRM-CYCLE-DATE           PIC 9(06).
032500*
032600 PROCEDURE DIVISION USING PRM-INFO.
032700*****************************************************
032800* MAIN PROGRAM ROUTINE                              *
032900*****************************************************
033000 0000-MAIN-PROCESS.
033100*
033200      PERFORM 1000-INITIALIZE
033300         THRU 1000-INITIALIZE-EXIT
033400*
033500      IF WS-BUILD-CAN-PROCEED
033600         PERFORM 2000-DERIVE-CYCLE-FACTS
033700            THRU 2000-DERIVE-CYCLE-FACTS-EXIT
033800*
033900         PERFORM 3000-APPLY-RULES
034000            THRU 3000-APPLY-RULES-EXIT
034100*
034200         PERFORM 4000-WRITE-EXPECTED-COUNTS
034300            THRU 4000-WRITE-EXPECTED-COUNTS-EXIT
034400      END-IF
034500*
034600      PERFORM 9000-TERMINATE
034700         THRU 9000-TERMINATE-EXIT
034800*
034900      MOVE WS-RETURN-CODE TO RETURN-CODE
035000      GOBACK
035100      .
035200 0000-MAIN-PROCESS-EXIT.
035300      EXIT.
035400*
035500*****************************************************
035600* 1000-INITIALIZE - PICK UP THE CYCLE DATE PARM     *
035700* (DEFAULTING TO TODAY) AND PROVE IT IS A REAL DATE,*
035800* LOAD THE HOLIDAYS AND OPEN THE RULES, THE TWO     *
035900* CONTROL FILES AND THE LISTING.  NOTHING IS OPENED *
036000* FOR OUTPUT UNTIL THE RULES ARE KNOWN TO BE THERE, *
036100* SO A MISSING SCHDFILE LEAVES LAST NIGHT'S CTLFILE *
036200* AND RECNFILE INTACT.                              *
036300*****************************************************
036400 1000-INITIALIZE.
036500*
036600      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
036700      DISPLAY '-------------------------------'
036800      DISPLAY ' '
036900*
037000      ACCEPT CURRENT-DATE     FROM DATE
037100      ACCEPT CURRENT-TIME     FROM TIME
037200*
037300      IF PRM-LENGTH > 0
037400         AND PRM-CYCLE-DATE IS NUMERIC
037500         AND PRM-CYCLE-DATE > 0
037600         MOVE PRM-CYCLE-DATE     TO WS-CYCLE-DATE
037700      ELSE
037800         MOVE CURRENT-DATE       TO WS-CYCLE-DATE
037900      END-IF
038000      DISPLAY ' SCHEDULE BUILD FOR CYCLE DATE: ' WS-CYCLE-DATE
038100*
038200      PERFORM 1050-VALIDATE-CYCLE-DATE
038300         THRU 1050-VALIDATE-CYCLE-DATE-EXIT
038400      IF WS-BUILD-ABANDONED
038500         GO TO 1000-INITIALIZE-EXIT
038600      END-IF
038700*
038800      OPEN INPUT CAL-FILE
038900      IF WS-CAL-STATUS-OK
039000         PERFORM 1100-LOAD-CAL-RECORD
039100            THRU 1100-LOAD-CAL-RECORD-EXIT
039200            UNTIL WS-CAL-STATUS-EOF
039300         CLOSE CAL-FILE
039400      ELSE
039500         DISPLAY ' *** CALFILE NOT FOUND - ONLY THE WEEKEND '
039600            'TEST DECIDES A BUSINESS DAY ***'
039700      END-IF
039800*
039900      OPEN INPUT SCHD-FILE
040000      IF NOT WS-SCHD-STATUS-OK
040100         DISPLAY ' *** SCHDFILE NOT FOUND - NO SCHEDULE BUILT, '
040200            'CTLFILE AND RECNFILE LEFT UNCHANGED ***'
040300         MOVE 8               TO WS-RETURN-CODE
040400         SET WS-BUILD-ABANDONED  TO TRUE
040500         GO TO 1000-INITIALIZE-EXIT
040600      END-IF
040700*
040705      OPEN OUTPUT LIST-FILE
040710      IF NOT WS-LIST-STATUS-OK
040715         DISPLAY ' *** SCHDLIST COULD NOT BE OPENED - STATUS: '
040720            WS-LIST-STATUS ' - CTLFILE AND RECNFILE LEFT '
040725            'UNCHANGED ***'
040730         CLOSE SCHD-FILE
040735         MOVE 12              TO WS-RETURN-CODE
040740         SET WS-BUILD-ABANDONED  TO TRUE
040745         GO TO 1000-INITIALIZE-EXIT
040750      END-IF
040755      SET WS-LIST-FILE-OPEN      TO TRUE
040760*
040900      OPEN OUTPUT CTL-FILE
041000      IF NOT WS-CTL-STATUS-OK
041100         DISPLAY ' *** CTLFILE COULD NOT BE OPENED - STATUS: '
041200            WS-CTL-STATUS ' - RECNFILE LEFT UNCHANGED ***'
041250         CLOSE SCHD-FILE
041300         MOVE 12              TO WS-RETURN-CODE
041400         SET WS-BUILD-ABANDONED  TO TRUE
041450         GO TO 1000-INITIALIZE-EXIT
041500      END-IF
041550      SET WS-CTL-FILE-OPEN       TO TRUE
041600*
041700      OPEN OUTPUT RECN-FILE
041800      IF NOT WS-RECN-STATUS-OK
041900         DISPLAY ' *** RECNFILE COULD NOT BE OPENED - STATUS: '
042000            WS-RECN-STATUS ' ***'
042050         CLOSE SCHD-FILE
042100         MOVE 12              TO WS-RETURN-CODE
042200         SET WS-BUILD-ABANDONED  TO TRUE
042250         GO TO 1000-INITIALIZE-EXIT
042300      END-IF
042350      SET WS-RECN-FILE-OPEN      TO TRUE
043200      .
043300 1000-INITIALIZE-EXIT.
043400      EXIT.
043500*
043600*****************************************************
043700* 1050-VALIDATE-CYCLE-DATE - THE CYCLE DATE MUST BE *
043800* A REAL CALENDAR DATE OR EVERY BUSINESS-DAY TEST   *
043900* BELOW IS MEANINGLESS.                             *
044000*****************************************************
044100 1050-VALIDATE-CYCLE-DATE.
044200*
044300      MOVE WS-CYCLE-DATE      TO WS-CANDIDATE-DATE
044400      IF WS-CAND-MM < 1 OR WS-CAND-MM > 12
044500         OR WS-CAND-DD < 1
044600         DISPLAY ' *** CYCLE DATE ' WS-CYCLE-DATE
044700            ' IS NOT A VALID DATE - NO SCHEDULE BUILT ***'
044800         MOVE 12              TO WS-RETURN-CODE
044900         SET WS-BUILD-ABANDONED  TO TRUE
045000         GO TO 1050-VALIDATE-CYCLE-DATE-EXIT
045100      END-IF
045200*
045300      MOVE WS-MONTH-DAY (WS-CAND-MM)  TO WS-MONTH-DAYS
045400      IF WS-CAND-MM = 2
045500         DIVIDE WS-CAND-YY BY 4
045600            GIVING WS-DOW-WORK
045700            REMAINDER WS-MONTH-DAYS
045800         IF WS-MONTH-DAYS = 0
045900            MOVE 29           TO WS-MONTH-DAYS
046000         ELSE
046100            MOVE 28           TO WS-MONTH-DAYS
046200         END-IF
046300      END-IF
046400      IF WS-CAND-DD > WS-MONTH-DAYS
046500         DISPLAY ' *** CYCLE DATE ' WS-CYCLE-DATE
046600            ' IS NOT A VALID DATE - NO SCHEDULE BUILT ***'
046700         MOVE 12              TO WS-RETURN-CODE
046800         SET WS-BUILD-ABANDONED  TO TRUE
046900      END-IF
047000      .
047100 1050-VALIDATE-CYCLE-DATE-EXIT.
047200      EXIT.
047300*
047400*****************************************************
047500* 1100-LOAD-CAL-RECORD - READ ONE CALFILE RECORD AND*
047600* KEEP IT WHEN IT IS A HOLIDAY.                     *
047700*****************************************************
047800 1100-LOAD-CAL-RECORD.
047900*
048000      READ CAL-FILE
048100         AT END
048200            MOVE '10'   TO WS-CAL-STATUS
048300         NOT AT END
048400            IF CAL-TYPE-HOLIDAY
048500               IF WS-CAL-ENTRY-COUNT >= 400
048600                  DISPLAY ' *** CALENDAR TABLE FULL (400 ENTRIES)'
048700                     ' - CALFILE ENTRY FOR ' CAL-DATE
048800                     ' NOT LOADED ***'
048900               ELSE
049000                  ADD 1                   TO WS-CAL-ENTRY-COUNT
049100                  MOVE WS-CAL-ENTRY-COUNT TO WS-CAL-IDX
049200                  MOVE CAL-DATE
049300                     TO WS-CAL-TBL-DATE (WS-CAL-IDX)
049400               END-IF
049500            END-IF
049600      END-READ
049700      .
049800 1100-LOAD-CAL-RECORD-EXIT.
049900      EXIT.
050000*
050100*****************************************************
050200* 2000-DERIVE-CYCLE-FACTS - WORK OUT ONCE WHAT KIND *
050300* OF DAY THE CYCLE DATE IS: ITS WEEKDAY, WHETHER IT *
050400* IS A BUSINESS DAY, WHICH BUSINESS DAY OF THE MONTH*
050500* IT IS, AND WHETHER IT IS THE LAST BUSINESS DAY OF *
050600* THE MONTH OR OF A QUARTER.  EVERY RULE IS THEN    *
050700* TESTED AGAINST THESE FACTS.                       *
050800*****************************************************
050900 2000-DERIVE-CYCLE-FACTS.
051000*
051100      MOVE WS-CYCLE-DATE      TO WS-CANDIDATE-DATE
051200      PERFORM 2100-TEST-BUSINESS-DAY
051300         THRU 2100-TEST-BUSINESS-DAY-EXIT
051400      MOVE WS-DAY-OF-WEEK     TO WS-CYCLE-DOW
051500      MOVE WS-CAND-MM         TO WS-CYCLE-MONTH
051600      IF WS-DATE-IS-BUS-DAY
051700         SET WS-CYCLE-IS-BUS-DAY TO TRUE
051800      END-IF
051900      IF WS-CAL-DATE-MATCHED
052000         SET WS-CYCLE-IS-HOLIDAY TO TRUE
052100      END-IF
052200*
052300*     COUNT THE BUSINESS DAYS FROM THE 1ST OF THE MONTH UP TO
052400*     AND INCLUDING THE CYCLE DATE.
052500      MOVE 0                  TO WS-BUS-DAY-ORDINAL
052600      MOVE 1                  TO WS-CAND-DD
052700      PERFORM 2200-COUNT-BUSINESS-DAY
052800         THRU 2200-COUNT-BUSINESS-DAY-EXIT
052900         UNTIL WS-CANDIDATE-DATE > WS-CYCLE-DATE
053000*
053100*     THE CYCLE DATE IS THE LAST BUSINESS DAY OF ITS MONTH WHEN
053200*     NO LATER DAY OF THE SAME MONTH IS A BUSINESS DAY.
053300      IF WS-CYCLE-IS-BUS-DAY
053400         SET WS-CYCLE-IS-LAST-BUS-DAY TO TRUE
053500         MOVE WS-CYCLE-DATE   TO WS-CANDIDATE-DATE
053600         PERFORM 2300-ADVANCE-ONE-DAY
053700            THRU 2300-ADVANCE-ONE-DAY-EXIT
053800         PERFORM 2250-TEST-REST-OF-MONTH
053900            THRU 2250-TEST-REST-OF-MONTH-EXIT
054000            UNTIL WS-CAND-MM NOT = WS-CYCLE-MONTH
054100               OR NOT WS-CYCLE-IS-LAST-BUS-DAY
054200      END-IF
054300*
054400      IF WS-CYCLE-IS-LAST-BUS-DAY
054500         AND (WS-CYCLE-MONTH = 3 OR WS-CYCLE-MONTH = 6
054600              OR WS-CYCLE-MONTH = 9 OR WS-CYCLE-MONTH = 12)
054700         SET WS-CYCLE-IS-QUARTER-END TO TRUE
054800      END-IF
054900*
055000      MOVE WS-CYCLE-DATE      TO WS-HDG-CYCLE-DATE
055100      MOVE WS-DAY-NAME (WS-CYCLE-DOW)  TO WS-HDG-DAY-NAME
055200      EVALUATE TRUE
055300         WHEN WS-CYCLE-IS-BUS-DAY
055400            MOVE 'BUSINESS DAY'        TO WS-HDG-DAY-TYPE
055500         WHEN WS-CYCLE-IS-HOLIDAY
055600            MOVE 'HOLIDAY'             TO WS-HDG-DAY-TYPE
055700         WHEN OTHER
055800            MOVE 'WEEKEND'             TO WS-HDG-DAY-TYPE
055900      END-EVALUATE
056000      MOVE WS-BUS-DAY-ORDINAL TO WS-HDG-BUS-ORDINAL
056100      EVALUATE TRUE
056200         WHEN WS-CYCLE-IS-QUARTER-END
056300            MOVE 'QUARTER-END BUSINESS DAY'
056400                                       TO WS-HDG-MONTH-END
056500         WHEN WS-CYCLE-IS-LAST-BUS-DAY
056600            MOVE 'LAST BUSINESS DAY OF MONTH'
056700                                       TO WS-HDG-MONTH-END
056800         WHEN OTHER
056900            MOVE SPACES                TO WS-HDG-MONTH-END
057000      END-EVALUATE
057100*
057200      MOVE WS-LIST-HEADING-1  TO PRT-RECORD
057300      WRITE PRT-RECORD
057400      MOVE WS-LIST-HEADING-2  TO PRT-RECORD
057500      WRITE PRT-RECORD
057600      MOVE WS-LIST-HEADING-3  TO PRT-RECORD
057700      WRITE PRT-RECORD
057800*
057900      DISPLAY ' CYCLE DAY               : ' WS-HDG-DAY-NAME
058000         ' ' WS-HDG-DAY-TYPE
058100      DISPLAY ' BUSINESS DAY OF MONTH   : ' WS-BUS-DAY-ORDINAL
058200      .
058300 2000-DERIVE-CYCLE-FACTS-EXIT.
058400      EXIT.
058500*
058600*****************************************************
058700* 2100-TEST-BUSINESS-DAY - A CANDIDATE DATE IS A    *
058800* BUSINESS DAY WHEN IT FALLS MONDAY THRU FRIDAY AND *
058900* IS NOT A CALFILE HOLIDAY.  THE HOLIDAY MATCH IS   *
059000* LEFT IN WS-CAL-HIT-SWITCH FOR THE CALLER.         *
059100*****************************************************
059200 2100-TEST-BUSINESS-DAY.
059300*
059400      MOVE 'N'                TO WS-BUS-DAY-SWITCH
059500      PERFORM 2350-COMPUTE-DAY-OF-WEEK
059600         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
059700*
059800      MOVE 'N'                TO WS-CAL-HIT-SWITCH
059900      PERFORM 2400-SEARCH-CAL-ENTRY
060000         THRU 2400-SEARCH-CAL-ENTRY-EXIT
060100         VARYING WS-CAL-IDX FROM 1 BY 1
060200         UNTIL WS-CAL-IDX > WS-CAL-ENTRY-COUNT
060300            OR WS-CAL-DATE-MATCHED
060400*
060500      IF WS-DAY-OF-WEEK > 5
060600         GO TO 2100-TEST-BUSINESS-DAY-EXIT
060700      END-IF
060800      IF NOT WS-CAL-DATE-MATCHED
060900         SET WS-DATE-IS-BUS-DAY  TO TRUE
061000      END-IF
061100      .
061200 2100-TEST-BUSINESS-DAY-EXIT.
061300      EXIT.
061400*
061500*****************************************************
061600* 2200-COUNT-BUSINESS-DAY - TEST ONE DAY OF THE     *
061700* MONTH, COUNT IT WHEN IT IS A BUSINESS DAY AND STEP*
061800* TO THE NEXT.                                      *
061900*****************************************************
062000 2200-COUNT-BUSINESS-DAY.
062100*
062200      PERFORM 2100-TEST-BUSINESS-DAY
062300         THRU 2100-TEST-BUSINESS-DAY-EXIT
062400      IF WS-DATE-IS-BUS-DAY
062500         ADD 1                TO WS-BUS-DAY-ORDINAL
062600      END-IF
062700      PERFORM 2300-ADVANCE-ONE-DAY
062800         THRU 2300-ADVANCE-ONE-DAY-EXIT
062900      .
063000 2200-COUNT-BUSINESS-DAY-EXIT.
063100      EXIT.
063200*
063300*****************************************************
063400* 2250-TEST-REST-OF-MONTH - TEST ONE DAY AFTER THE  *
063500* CYCLE DATE.  A BUSINESS DAY STILL AHEAD IN THE    *
063600* MONTH MEANS THE CYCLE DATE IS NOT THE LAST ONE.   *
063700*****************************************************
063800 2250-TEST-REST-OF-MONTH.
063900*
064000      PERFORM 2100-TEST-BUSINESS-DAY
064100         THRU 2100-TEST-BUSINESS-DAY-EXIT
064200      IF WS-DATE-IS-BUS-DAY
064300         MOVE 'N'             TO WS-CYCLE-LAST-SWITCH
064400      ELSE
064500         PERFORM 2300-ADVANCE-ONE-DAY
064600            THRU 2300-ADVANCE-ONE-DAY-EXIT
064700      END-IF
064800      .
064900 2250-TEST-REST-OF-MONTH-EXIT.
065000      EXIT.
065100*
065200*****************************************************
065300* 2300-ADVANCE-ONE-DAY - ROLL THE CANDIDATE DATE    *
065400* FORWARD ONE CALENDAR DAY, HONORING MONTH LENGTHS, *
065500* A FEBRUARY 29TH EVERY FOURTH YEAR AND THE YEAR    *
065600* END.                                              *
065700*****************************************************
065800 2300-ADVANCE-ONE-DAY.
065900*
066000      MOVE WS-MONTH-DAY (WS-CAND-MM)  TO WS-MONTH-DAYS
066100      IF WS-CAND-MM = 2
066200         DIVIDE WS-CAND-YY BY 4
066300            GIVING WS-DOW-WORK
066400            REMAINDER WS-MONTH-DAYS
066500         IF WS-MONTH-DAYS = 0
066600            MOVE 29           TO WS-MONTH-DAYS
066700         ELSE
066800            MOVE 28           TO WS-MONTH-DAYS
066900         END-IF
067000      END-IF
067100*
067200      IF WS-CAND-DD < WS-MONTH-DAYS
067300         ADD 1                TO WS-CAND-DD
067400      ELSE
067500         MOVE 1               TO WS-CAND-DD
067600         IF WS-CAND-MM < 12
067700            ADD 1             TO WS-CAND-MM
067800         ELSE
067900            MOVE 1            TO WS-CAND-MM
068000            ADD 1             TO WS-CAND-YY
068100         END-IF
068200      END-IF
068300      .
068400 2300-ADVANCE-ONE-DAY-EXIT.
068500      EXIT.
068600*
068700*****************************************************
068800* 2350-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON *
068900* THE CANDIDATE DATE (TWO-DIGIT YEARS ARE TAKEN AS  *
069000* 20YY), REDUCED TO THE 1-MONDAY THRU 7-SUNDAY      *
069100* CONVENTION OF THE SYSTEM DAY-OF-WEEK REGISTER.    *
069200*****************************************************
069300 2350-COMPUTE-DAY-OF-WEEK.
069400*
069500      COMPUTE WS-DOW-YEAR = 2000 + WS-CAND-YY
069600      MOVE WS-CAND-MM         TO WS-DOW-MONTH
069700      IF WS-DOW-MONTH < 3
069800         ADD 12               TO WS-DOW-MONTH
069900         SUBTRACT 1           FROM WS-DOW-YEAR
070000      END-IF
070100      DIVIDE WS-DOW-YEAR BY 100
070200         GIVING WS-DOW-CENTURY
070300         REMAINDER WS-DOW-YY-PART
070400*
070500*     EACH TERM THAT DIVIDES IS TRUNCATED ON ITS OWN - THE
070600*     CONGRUENCE NEEDS THE FLOOR OF EVERY QUOTIENT, NOT A
070700*     ROUNDED SUM OF FRACTIONS.
070800      COMPUTE WS-DOW-WORK =
070900          WS-CAND-DD
071000        + WS-DOW-YY-PART
071100        + (5 * WS-DOW-CENTURY)
071200        + 5
071300      COMPUTE WS-DOW-QUOTIENT = 13 * (WS-DOW-MONTH + 1)
071400      DIVIDE WS-DOW-QUOTIENT BY 5
071500         GIVING WS-DOW-QUOTIENT
071600      ADD WS-DOW-QUOTIENT     TO WS-DOW-WORK
071700      DIVIDE WS-DOW-YY-PART BY 4
071800         GIVING WS-DOW-QUOTIENT
071900      ADD WS-DOW-QUOTIENT     TO WS-DOW-WORK
072000      DIVIDE WS-DOW-CENTURY BY 4
072100         GIVING WS-DOW-QUOTIENT
072200      ADD WS-DOW-QUOTIENT     TO WS-DOW-WORK
072300      DIVIDE WS-DOW-WORK BY 7
072400         GIVING WS-DOW-QUOTIENT
072500         REMAINDER WS-DAY-OF-WEEK
072600      ADD 1                   TO WS-DAY-OF-WEEK
072700      .
072800 2350-COMPUTE-DAY-OF-WEEK-EXIT.
072900      EXIT.
073000*
073100*****************************************************
073200* 2400-SEARCH-CAL-ENTRY - TEST ONE HOLIDAY TABLE ROW*
073300* FOR A MATCH ON THE CANDIDATE DATE.                *
073400*****************************************************
073500 2400-SEARCH-CAL-ENTRY.
073600*
073700      IF WS-CAL-TBL-DATE (WS-CAL-IDX) = WS-CANDIDATE-DATE
073800         SET WS-CAL-DATE-MATCHED TO TRUE
073900      END-IF
074000      .
074100 2400-SEARCH-CAL-ENTRY-EXIT.
074200      EXIT.
074300*
074400*****************************************************
074500* 3000-APPLY-RULES - READ EVERY RULE ON SCHDFILE,   *
074600* DECIDE IT AGAINST THE CYCLE FACTS AND LIST IT.    *
074700*****************************************************
074800 3000-APPLY-RULES.
074900*
075000      PERFORM 3100-PROCESS-SCHD-RECORD
075100         THRU 3100-PROCESS-SCHD-RECORD-EXIT
075200         UNTIL WS-SCHD-STATUS-EOF
075300      CLOSE SCHD-FILE
075400      .
075500 3000-APPLY-RULES-EXIT.
075600      EXIT.
075700*
075800*****************************************************
075900* 3100-PROCESS-SCHD-RECORD - READ ONE RULE, DECIDE  *
076000* IT, SCHEDULE ITS JOB WHEN IT FIRES AND WRITE ITS  *
076100* LISTING LINE.                                     *
076200*****************************************************
076300 3100-PROCESS-SCHD-RECORD.
076400*
076500      READ SCHD-FILE
076600         AT END
076700            MOVE '10'   TO WS-SCHD-STATUS
076800         NOT AT END
076900            ADD 1                TO WS-RULES-READ
077000            PERFORM 3200-DECIDE-RULE
077100               THRU 3200-DECIDE-RULE-EXIT
077200            IF WS-RULE-FIRES
077300               PERFORM 3400-SCHEDULE-JOB
077400                  THRU 3400-SCHEDULE-JOB-EXIT
077500            END-IF
077600            PERFORM 3500-WRITE-LIST-LINE
077700               THRU 3500-WRITE-LIST-LINE-EXIT
077800      END-READ
077900      .
078000 3100-PROCESS-SCHD-RECORD-EXIT.
078100      EXIT.
078200*
078300*****************************************************
078400* 3200-DECIDE-RULE - EDIT THE RULE, THEN TEST IT    *
078500* AGAINST THE CYCLE FACTS.  A JOB ALREADY SCHEDULED *
078600* BY AN EARLIER RULE IS NOT SCHEDULED TWICE.  THE   *
078700* OUTCOME IS LEFT IN WS-RULE-RESULT-SWITCH WITH ITS *
078800* REASON IN WS-RULE-REASON.                         *
078900*****************************************************
079000 3200-DECIDE-RULE.
079100*
079200      SET WS-RULE-DOES-NOT-FIRE   TO TRUE
079300      MOVE SPACES             TO WS-RULE-REASON
079400*
079500      IF SCHD-RUNS-PER-DAY IS NOT NUMERIC
079600         OR SCHD-EXPECTED-RC IS NOT NUMERIC
079700         OR SCHD-RESTART-STEP IS NOT NUMERIC
079800         SET WS-RULE-REJECTED    TO TRUE
079900         MOVE 'RUNS / RC / RESTART NOT NUMERIC'
080000                                 TO WS-RULE-REASON
080100         GO TO 3200-DECIDE-RULE-EXIT
080200      END-IF
080300*
080400      MOVE SCHD-JOB-ID        TO WS-LST-JOB-ID
080500      PERFORM 3300-FIND-SCHED-ENTRY
080600         THRU 3300-FIND-SCHED-ENTRY-EXIT
080700      IF WS-SCHED-ENTRY-FOUND
080800         MOVE 'ALREADY SCHEDULED BY AN EARLIER RULE'
080900                                 TO WS-RULE-REASON
081000         GO TO 3200-DECIDE-RULE-EXIT
081100      END-IF
081200*
081300      EVALUATE TRUE
081400         WHEN SCHD-RULE-EVERY-BUS-DAY
081500            IF WS-CYCLE-IS-BUS-DAY
081600               SET WS-RULE-FIRES      TO TRUE
081700               MOVE 'EVERY BUSINESS DAY'
081800                                      TO WS-RULE-REASON
081900            END-IF
082000         WHEN SCHD-RULE-WEEKDAYS
082100            IF SCHD-WEEKDAY-FLAG (WS-CYCLE-DOW) NOT = 'Y'
082200               MOVE 'CYCLE WEEKDAY NOT NAMED IN RULE'
082300                                      TO WS-RULE-REASON
082400            ELSE
082500               IF NOT WS-CYCLE-IS-HOLIDAY
082600                  SET WS-RULE-FIRES   TO TRUE
082700                  MOVE 'NAMED WEEKDAY' TO WS-RULE-REASON
082800               END-IF
082900            END-IF
083000         WHEN SCHD-RULE-NTH-BUS-DAY
083100            IF SCHD-NTH-DAY IS NOT NUMERIC
083200               OR SCHD-NTH-DAY < 1 OR SCHD-NTH-DAY > 23
083300               SET WS-RULE-REJECTED   TO TRUE
083400               MOVE 'NTH BUSINESS DAY NOT 01 THRU 23'
083500                                      TO WS-RULE-REASON
083600            ELSE
083700               IF WS-CYCLE-IS-BUS-DAY
083800                  IF WS-BUS-DAY-ORDINAL = SCHD-NTH-DAY
083900                     SET WS-RULE-FIRES   TO TRUE
084000                     MOVE 'NTH BUSINESS DAY OF MONTH'
084100                                      TO WS-RULE-REASON
084200                  ELSE
084300                     MOVE 'NOT THE NTH BUSINESS DAY OF MONTH'
084400                                      TO WS-RULE-REASON
084500                  END-IF
084600               END-IF
084700            END-IF
084800         WHEN SCHD-RULE-LAST-BUS-DAY
084900            IF WS-CYCLE-IS-LAST-BUS-DAY
085000               SET WS-RULE-FIRES      TO TRUE
085100               MOVE 'LAST BUSINESS DAY OF MONTH'
085200                                      TO WS-RULE-REASON
085300            ELSE
085400               IF WS-CYCLE-IS-BUS-DAY
085500                  MOVE 'NOT THE LAST BUSINESS DAY OF MONTH'
085600                                      TO WS-RULE-REASON
085700               END-IF
085800            END-IF
085900         WHEN SCHD-RULE-QUARTER-END
086000            IF WS-CYCLE-IS-QUARTER-END
086100               SET WS-RULE-FIRES      TO TRUE
086200               MOVE 'QUARTER-END BUSINESS DAY'
086300                                      TO WS-RULE-REASON
086400            ELSE
086500               IF WS-CYCLE-IS-BUS-DAY
086600                  MOVE 'NOT A QUARTER-END BUSINESS DAY'
086700                                      TO WS-RULE-REASON
086800               END-IF
086900            END-IF
087000         WHEN OTHER
087100            SET WS-RULE-REJECTED      TO TRUE
087200            MOVE 'UNKNOWN RULE TYPE'  TO WS-RULE-REASON
087300      END-EVALUATE
087400*
087500*     A RULE THAT DID NOT FIRE WITH NO REASON OF ITS OWN FAILED
087600*     ON THE DAY ITSELF - THE CYCLE DATE IS NO BUSINESS DAY.
087700      IF WS-RULE-DOES-NOT-FIRE
087800         AND WS-RULE-REASON = SPACES
087900         IF WS-CYCLE-IS-HOLIDAY
088000            MOVE 'CYCLE DATE IS A HOLIDAY'
088100                                 TO WS-RULE-REASON
088200         ELSE
088300            MOVE 'CYCLE DATE IS A WEEKEND'
088400                                 TO WS-RULE-REASON
088500         END-IF
088600      END-IF
088700      .
088800 3200-DECIDE-RULE-EXIT.
088900      EXIT.
089000*
089100*****************************************************
089200* 3300-FIND-SCHED-ENTRY - LOCATE THE JOB-ID IN      *
089300* WS-LST-JOB-ID IN THE SCHEDULED-JOB TABLE.         *
089400*****************************************************
089500 3300-FIND-SCHED-ENTRY.
089600*
089700      MOVE 'N'                TO WS-SCHED-FOUND-SWITCH
089800      MOVE 0                  TO WS-SCHED-IDX
089900      PERFORM 3350-SEARCH-SCHED-ENTRY
090000         THRU 3350-SEARCH-SCHED-ENTRY-EXIT
090100         VARYING WS-SCHED-SRCH-IDX FROM 1 BY 1
090200         UNTIL WS-SCHED-SRCH-IDX > WS-SCHED-ENTRY-COUNT
090300            OR WS-SCHED-ENTRY-FOUND
090400      .
090500 3300-FIND-SCHED-ENTRY-EXIT.
090600      EXIT.
090700*
090800*****************************************************
090900* 3350-SEARCH-SCHED-ENTRY - TEST ONE TABLE ROW FOR A*
091000* JOB-ID MATCH DURING THE LINEAR SEARCH ABOVE.      *
091100*****************************************************
091200 3350-SEARCH-SCHED-ENTRY.
091300*
091400      IF WS-SCHED-TBL-JOB-ID (WS-SCHED-SRCH-IDX) = WS-LST-JOB-ID
091500         SET WS-SCHED-ENTRY-FOUND TO TRUE
091600         MOVE WS-SCHED-SRCH-IDX  TO WS-SCHED-IDX
091700      END-IF
091800      .
091900 3350-SEARCH-SCHED-ENTRY-EXIT.
092000      EXIT.
092100*
092200*****************************************************
092300* 3400-SCHEDULE-JOB - ADD THE JOB TO THE SCHEDULED- *
092400* JOB TABLE AND WRITE ONE CONTROL ENTRY PER RUN.  A *
092500* ZERO RUNS-PER-DAY IS TAKEN AS ONE RUN.            *
092600*****************************************************
092700 3400-SCHEDULE-JOB.
092800*
092900      IF WS-SCHED-ENTRY-COUNT >= 200
093000         DISPLAY ' *** SCHEDULED-JOB TABLE FULL (200 ENTRIES) - '
093100            'JOB-ID ' SCHD-JOB-ID ' NOT SCHEDULED ***'
093200         SET WS-RULE-REJECTED    TO TRUE
093300         MOVE 'SCHEDULED-JOB TABLE FULL'
093400                                 TO WS-RULE-REASON
093500         IF WS-RETURN-CODE < 8
093600            MOVE 8            TO WS-RETURN-CODE
093700         END-IF
093800         GO TO 3400-SCHEDULE-JOB-EXIT
093900      END-IF
094000*
094100      MOVE SCHD-RUNS-PER-DAY  TO WS-RUNS-TONIGHT
094200      IF WS-RUNS-TONIGHT = 0
094300         MOVE 1               TO WS-RUNS-TONIGHT
094400      END-IF
094500*
094600      ADD 1                   TO WS-SCHED-ENTRY-COUNT
094700      MOVE WS-SCHED-ENTRY-COUNT  TO WS-SCHED-IDX
094800      MOVE SCHD-JOB-ID
094900         TO WS-SCHED-TBL-JOB-ID (WS-SCHED-IDX)
095000      MOVE 0
095100         TO WS-SCHED-TBL-RUNS (WS-SCHED-IDX)
095200*
095300      PERFORM 3450-WRITE-CTL-ENTRY
095400         THRU 3450-WRITE-CTL-ENTRY-EXIT
095500         VARYING WS-RUN-IDX FROM 1 BY 1
095600         UNTIL WS-RUN-IDX > WS-RUNS-TONIGHT
095700      .
095800 3400-SCHEDULE-JOB-EXIT.
095900      EXIT.
096000*
096100*****************************************************
096200* 3450-WRITE-CTL-ENTRY - WRITE ONE CONTROL ENTRY FOR*
096300* THE JOB JUST SCHEDULED AND COUNT IT AGAINST THE   *
096400* JOB'S EXPECTED RUN COUNT, SO RECNFILE CARRIES     *
096500* EXACTLY THE ENTRIES CTLFILE RECEIVED.             *
096600*****************************************************
096700 3450-WRITE-CTL-ENTRY.
096800*
096900      MOVE SPACES             TO CTL-RECORD
097000      MOVE SCHD-JOB-ID        TO CTL-JOB-ID
097100      MOVE SCHD-EXPECTED-RC   TO CTL-EXPECTED-RC
097200      MOVE SCHD-RESTART-STEP  TO CTL-RESTART-STEP
097300*
097400      WRITE CTL-RECORD
097500      IF NOT WS-CTL-STATUS-OK
097600         DISPLAY ' *** CTLFILE WRITE FAILED - STATUS: '
097700            WS-CTL-STATUS ' ***'
097800         MOVE 12              TO WS-RETURN-CODE
097900      ELSE
098000         ADD 1                TO WS-CTL-WRITTEN
098100         ADD 1
098200            TO WS-SCHED-TBL-RUNS (WS-SCHED-IDX)
098300      END-IF
098400      .
098500 3450-WRITE-CTL-ENTRY-EXIT.
098600      EXIT.
098700*
098800*****************************************************
098900* 3500-WRITE-LIST-LINE - FORMAT AND WRITE ONE       *
099000* LISTING LINE FOR THE RULE JUST DECIDED.  A        *
099100* REJECTED RULE RAISES THE RETURN CODE TO 4.        *
099200*****************************************************
099300 3500-WRITE-LIST-LINE.
099400*
099500      MOVE SCHD-JOB-ID        TO WS-LST-JOB-ID
099600      MOVE SCHD-RULE-TYPE     TO WS-LST-RULE-TYPE
099700      MOVE SCHD-WEEKDAY-FLAGS TO WS-LST-DAYS
099800      MOVE SCHD-NTH-DAY       TO WS-LST-NTH
099900      MOVE SCHD-RUNS-PER-DAY  TO WS-LST-RUNS
100000      MOVE SCHD-EXPECTED-RC   TO WS-LST-EXP-RC
100100      MOVE WS-RULE-REASON     TO WS-LST-REASON
100200      EVALUATE TRUE
100300         WHEN WS-RULE-FIRES
100400            MOVE 'SCHEDULED'        TO WS-LST-DECISION
100500         WHEN WS-RULE-REJECTED
100600            MOVE 'REJECTED'         TO WS-LST-DECISION
100700            ADD 1                   TO WS-RULES-REJECTED
100800            IF WS-RETURN-CODE < 4
100900               MOVE 4               TO WS-RETURN-CODE
101000            END-IF
101100         WHEN OTHER
101200            MOVE 'NOT SCHEDULED'    TO WS-LST-DECISION
101300      END-EVALUATE
101400*
101500      MOVE WS-LIST-DETAIL     TO PRT-RECORD
101600      WRITE PRT-RECORD
101700      IF NOT WS-LIST-STATUS-OK
101800         DISPLAY ' *** SCHDLIST WRITE FAILED - STATUS: '
101900            WS-LIST-STATUS ' ***'
102000      END-IF
102100      .
102200 3500-WRITE-LIST-LINE-EXIT.
102300      EXIT.
102400*
102500*****************************************************
102600* 4000-WRITE-EXPECTED-COUNTS - WRITE ONE RECNFILE   *
102700* ENTRY PER SCHEDULED JOB-ID CARRYING THE NUMBER OF *
102800* CONTROL ENTRIES WRITTEN FOR IT.                   *
102900*****************************************************
103000 4000-WRITE-EXPECTED-COUNTS.
103100*
103200      PERFORM 4100-WRITE-RECN-ENTRY
103300         THRU 4100-WRITE-RECN-ENTRY-EXIT
103400         VARYING WS-SCHED-IDX FROM 1 BY 1
103500         UNTIL WS-SCHED-IDX > WS-SCHED-ENTRY-COUNT
103600      .
103700 4000-WRITE-EXPECTED-COUNTS-EXIT.
103800      EXIT.
103900*
104000*****************************************************
104100* 4100-WRITE-RECN-ENTRY - WRITE THE EXPECTED RUN    *
104200* COUNT FOR ONE SCHEDULED JOB-ID.                   *
104300*****************************************************
104400 4100-WRITE-RECN-ENTRY.
104500*
104600      IF WS-SCHED-TBL-RUNS (WS-SCHED-IDX) = 0
104700         GO TO 4100-WRITE-RECN-ENTRY-EXIT
104800      END-IF
104900*
105000      MOVE SPACES             TO RECN-RECORD
105100      MOVE WS-SCHED-TBL-JOB-ID (WS-SCHED-IDX)  TO RECN-JOB-ID
105200      MOVE WS-SCHED-TBL-RUNS (WS-SCHED-IDX)
105300         TO RECN-EXPECTED-COUNT
105400*
105500      WRITE RECN-RECORD
105600      IF NOT WS-RECN-STATUS-OK
105700         DISPLAY ' *** RECNFILE WRITE FAILED - STATUS: '
105800            WS-RECN-STATUS ' ***'
105900         MOVE 12              TO WS-RETURN-CODE
106000      ELSE
106100         ADD 1                TO WS-RECN-WRITTEN
106200      END-IF
106300      .
106400 4100-WRITE-RECN-ENTRY-EXIT.
106500      EXIT.
106600*
106700*****************************************************
106800* 9000-TERMINATE - WRITE THE LISTING TRAILER, CLOSE *
106900* THE OUTPUTS AND DISPLAY THE BUILD SUMMARY.        *
107000*****************************************************
107100 9000-TERMINATE.
107200*
107300      IF WS-LIST-FILE-OPEN
107400         IF WS-LIST-STATUS-OK
107500            MOVE WS-RULES-READ      TO WS-TRL-RULES
107600            MOVE WS-RECN-WRITTEN    TO WS-TRL-JOBS
107700            MOVE WS-CTL-WRITTEN     TO WS-TRL-CTL
107800            MOVE WS-RULES-REJECTED  TO WS-TRL-REJECTED
107900            MOVE WS-LIST-TRAILER    TO PRT-RECORD
108000            WRITE PRT-RECORD
108100         END-IF
108200         CLOSE LIST-FILE
108300      END-IF
108400      IF WS-CTL-FILE-OPEN
108500         CLOSE CTL-FILE
108600      END-IF
108700      IF WS-RECN-FILE-OPEN
108800         CLOSE RECN-FILE
108900      END-IF
109000*
109100      DISPLAY ' '
109200      DISPLAY ' RULES READ              : ' WS-RULES-READ
109300      DISPLAY ' RULES REJECTED          : ' WS-RULES-REJECTED
109400      DISPLAY ' CTLFILE ENTRIES WRITTEN : ' WS-CTL-WRITTEN
109500      DISPLAY ' RECNFILE ENTRIES WRITTEN: ' WS-RECN-WRITTEN
109600      DISPLAY ' '
109700      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
109800      .
109900 9000-TERMINATE-EXIT.
110000      EXIT.
