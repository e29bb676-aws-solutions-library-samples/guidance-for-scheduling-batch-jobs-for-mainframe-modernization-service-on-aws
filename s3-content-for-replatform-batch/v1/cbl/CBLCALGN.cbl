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
001900 PROGRAM-ID.    CBLCALGN.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - THE PROCESSING-
002900*                        CALENDAR GENERATOR.  FOR THE YEAR ON
003000*                        THE PARM, COMPUTES EVERY HOLIDAY FROM
003100*                        THE RULES ON HOLRFILE (HOLRREC) - FIXED
003200*                        DATE, FIXED DATE WITH THE WEEKEND-
003300*                        OBSERVED SHIFT, NTH WEEKDAY AND LAST
003400*                        WEEKDAY OF THE MONTH - AND THE LAST
003500*                        BUSINESS DAY OF EVERY MONTH, USING THE
003600*                        SAME ZELLER WEEKDAY ARITHMETIC AS
003700*                        CBLCATCH.  WRITES A COMPLETE CALENDAR
003800*                        TO NEWCFILE (CALREC) - OTHER YEARS ON
003900*                        THE CURRENT CALFILE ARE CARRIED
004000*                        THROUGH UNCHANGED - AND LISTS ON
004100*                        CALCOMP EVERY RULE'S DATE AND EVERY
004200*                        ENTRY ADDED, CHANGED, REMOVED OR
004300*                        UNCHANGED AGAINST THE CURRENT CALFILE,
004400*                        SO A YEAR'S CALENDAR IS NO LONGER KEYED
004500*                        BY HAND.
004600******************************************************************
004700/
004800 ENVIRONMENT DIVISION.
004900*--------------------
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-ZSERIES.
005200 OBJECT-COMPUTER.   IBM-ZSERIES.
005300*
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600*---------------------------------------------------------------
005700*    HOLRFILE - HOLIDAY RULES, ONE PER HOLIDAY.  WHEN ABSENT
005800*    THERE IS NOTHING TO GENERATE FROM AND NO CALENDAR IS
005900*    WRITTEN.
006000*---------------------------------------------------------------
006100     SELECT HOLR-FILE       ASSIGN TO HOLRFILE
006200                             ORGANIZATION IS LINE SEQUENTIAL
006300                             FILE STATUS  IS WS-HOLR-STATUS.
006400*---------------------------------------------------------------
006500*    CALFILE - THE CURRENT PROCESSING CALENDAR.  ITS ENTRIES
006600*    FOR THE PARM YEAR ARE COMPARED WITH THE GENERATED ONES;
006700*    ENTRIES FOR ANY OTHER YEAR ARE CARRIED THROUGH.
006800*---------------------------------------------------------------
006900     SELECT CAL-FILE        ASSIGN TO CALFILE
007000                             ORGANIZATION IS LINE SEQUENTIAL
007100                             FILE STATUS  IS WS-CAL-STATUS.
007200*---------------------------------------------------------------
007300*    NEWCFILE - THE COMPLETE NEW CALENDAR IN DATE ORDER, READY
007400*    TO REPLACE CALFILE ONCE THE COMPARISON HAS BEEN REVIEWED.
007500*---------------------------------------------------------------
007600     SELECT NEWC-FILE       ASSIGN TO NEWCFILE
007700                             ORGANIZATION IS LINE SEQUENTIAL
007800                             FILE STATUS  IS WS-NEWC-STATUS.
007900*---------------------------------------------------------------
008000*    CALCOMP - RULE RESOLUTION AND CALENDAR COMPARISON LISTING.
008100*---------------------------------------------------------------
008200     SELECT COMP-FILE       ASSIGN TO CALCOMP
008300                             ORGANIZATION IS LINE SEQUENTIAL
008400                             FILE STATUS  IS WS-COMP-STATUS.
008500*
008600 DATA DIVISION.
008700*-------------
008800 FILE SECTION.
008900*
009000 FD  HOLR-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY HOLRREC.
009400*
009500 FD  CAL-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY CALREC.
009900*
010000 FD  NEWC-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  NEWC-RECORD                 PIC X(20).
010400*
010500 FD  COMP-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY PRTREC.
010900*
011000/
011100 WORKING-STORAGE SECTION.
011200*
011300*****************************************************
011400* STRUCTURE FOR INPUT                               *
011500*****************************************************
011600 01 WS-VARIABLES.
011700    05 WS-PROGRAM                PIC X(08) VALUE 'CBLCALGN'.
011800    05 CURRENT-DATE              PIC 9(06).
011900    05 CURRENT-TIME              PIC 9(08).
012000    05 WS-CAL-YEAR               PIC 9(04) VALUE 0.
012100    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
012110*
012120*****************************************************
012130* STRUCTURE FOR OUTPUT - ONE NEWCFILE ENTRY, BUILT  *
012140* TO THE CALREC LAYOUT                              *
012150*****************************************************
012160 01 WS-NEWC-ENTRY.
012170    05 WS-NEWC-DATE              PIC 9(06) VALUE 0.
012175    05 WS-NEWC-BLACKOUT-TYPE     PIC X(01) VALUE SPACE.
012180       88 WS-NEWC-TYPE-HOLIDAY      VALUE 'H'.
012185       88 WS-NEWC-TYPE-MONTH-END    VALUE 'M'.
012190    05 FILLER                    PIC X(13) VALUE SPACES.
012200*
012300*****************************************************
012400* SWITCHES AND STATUS FIELDS                        *
012500*****************************************************
012600 01 WS-HOLR-STATUS               PIC X(02) VALUE '00'.
012700    88 WS-HOLR-STATUS-OK            VALUE '00'.
012800    88 WS-HOLR-STATUS-EOF           VALUE '10'.
012900*
013000 01 WS-CAL-STATUS                PIC X(02) VALUE '00'.
013100    88 WS-CAL-STATUS-OK             VALUE '00'.
013200    88 WS-CAL-STATUS-EOF            VALUE '10'.
013300*
013400 01 WS-NEWC-STATUS               PIC X(02) VALUE '00'.
013500    88 WS-NEWC-STATUS-OK            VALUE '00'.
013600*
013700 01 WS-COMP-STATUS               PIC X(02) VALUE '00'.
013800    88 WS-COMP-STATUS-OK            VALUE '00'.
013900*
014000 01 WS-BUILD-SWITCH              PIC X(01) VALUE 'Y'.
014100    88 WS-BUILD-CAN-PROCEED         VALUE 'Y'.
014200    88 WS-BUILD-ABANDONED           VALUE 'N'.
014300*
014400 01 WS-OUTPUT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
014500    88 WS-OUTPUTS-OPENED            VALUE 'Y'.
014600*
014700 01 WS-RULE-RESULT-SWITCH        PIC X(01) VALUE 'N'.
014800    88 WS-RULE-RESOLVED             VALUE 'Y'.
014900    88 WS-RULE-REJECTED             VALUE 'R'.
015000    88 WS-RULE-OUT-OF-YEAR          VALUE 'X'.
015100*
015200 01 WS-HOL-FOUND-SWITCH          PIC X(01) VALUE 'N'.
015300    88 WS-HOL-ENTRY-FOUND           VALUE 'Y'.
015400*
015500 01 WS-CUR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
015600    88 WS-CUR-ENTRY-FOUND           VALUE 'Y'.
015700*
015800 01 WS-BUS-DAY-SWITCH            PIC X(01) VALUE 'N'.
015900    88 WS-DATE-IS-BUS-DAY           VALUE 'Y'.
016000*
016100*****************************************************
016200* COUNTERS AND WORK FIELDS                          *
016300*****************************************************
016400 01 WS-RULES-READ                PIC 9(04) VALUE 0.
016500 01 WS-RULES-REJECTED            PIC 9(04) VALUE 0.
016600 01 WS-HOLIDAYS-WRITTEN          PIC 9(04) VALUE 0.
016700 01 WS-MONTH-ENDS-WRITTEN        PIC 9(04) VALUE 0.
016800 01 WS-CARRIED-COUNT             PIC 9(04) VALUE 0.
016900 01 WS-ADDED-COUNT               PIC 9(04) VALUE 0.
017000 01 WS-CHANGED-COUNT             PIC 9(04) VALUE 0.
017100 01 WS-REMOVED-COUNT             PIC 9(04) VALUE 0.
017200 01 WS-UNCHANGED-COUNT           PIC 9(04) VALUE 0.
017300 01 WS-GEN-YY                    PIC 9(02) VALUE 0.
017400 01 WS-RULE-YY                   PIC 9(02) VALUE 0.
017500 01 WS-YEAR-FIRST-DATE           PIC 9(06) VALUE 0.
017600 01 WS-YEAR-LAST-DATE            PIC 9(06) VALUE 0.
017700 01 WS-GEN-TYPE                  PIC X(01) VALUE SPACE.
017800 01 WS-GEN-NAME                  PIC X(20) VALUE SPACES.
017900 01 WS-RULE-REASON               PIC X(30) VALUE SPACES.
018000 01 WS-DAY-OFFSET                PIC 9(02) VALUE 0.
018100 01 WS-TARGET-DAY                PIC 9(02) VALUE 0.
018200 01 WS-MOD-WORK                  PIC 9(04) VALUE 0.
018300*
018400*****************************************************
018500* CANDIDATE-DATE WORK FIELDS AND THE DAY-OF-WEEK    *
018600* DERIVATION (1 = MONDAY THRU 7 = SUNDAY, AS IN     *
018700* CBLCATCH).                                        *
018800*****************************************************
018900 01 WS-CANDIDATE-DATE            PIC 9(06) VALUE 0.
019000 01 WS-CANDIDATE-PARTS           REDEFINES WS-CANDIDATE-DATE.
019100    05 WS-CAND-YY                PIC 9(02).
019200    05 WS-CAND-MM                PIC 9(02).
019300    05 WS-CAND-DD                PIC 9(02).
019400 01 WS-DAY-OF-WEEK               PIC 9(01) VALUE 0.
019500 01 WS-DOW-YEAR                  PIC 9(04) VALUE 0.
019600 01 WS-DOW-MONTH                 PIC 9(02) VALUE 0.
019700 01 WS-DOW-CENTURY               PIC 9(02) VALUE 0.
019800 01 WS-DOW-YY-PART               PIC 9(02) VALUE 0.
019900 01 WS-DOW-WORK                  PIC 9(06) VALUE 0.
020000 01 WS-DOW-QUOTIENT              PIC 9(06) VALUE 0.
020100 01 WS-MONTH-DAYS                PIC 9(02) VALUE 0.
020200*
020300 01 WS-MONTH-DAY-TABLE.
020400    05 FILLER                    PIC X(24) VALUE
020500          '312831303130313130313031'.
020600 01 WS-MONTH-DAY-ENTRIES         REDEFINES WS-MONTH-DAY-TABLE.
020700    05 WS-MONTH-DAY              PIC 9(02) OCCURS 12 TIMES.
020800*
020900 01 WS-DAY-NAME-TABLE.
021000    05 FILLER                    PIC X(36) VALUE
021100          'MONDAY   TUESDAY  WEDNESDAYTHURSDAY '.
021200    05 FILLER                    PIC X(27) VALUE
021300          'FRIDAY   SATURDAY SUNDAY   '.
021400 01 WS-DAY-NAME-ENTRIES          REDEFINES WS-DAY-NAME-TABLE.
021500    05 WS-DAY-NAME               PIC X(09) OCCURS 7 TIMES.
021600*
021700*****************************************************
021800* MONTH-END TABLE - THE LAST BUSINESS DAY FOUND FOR *
021900* EACH MONTH OF THE PARM YEAR.                      *
022000*****************************************************
022100 01 WS-MEND-TABLE.
022200    05 WS-MEND-DATE              PIC 9(06) OCCURS 12 TIMES.
022300*
022400*****************************************************
022500* HOLIDAY TABLE - ONE ROW PER HOLIDAY DATE RESOLVED *
022600* FROM THE RULES FOR THE PARM YEAR.                 *
022700*****************************************************
022800 01 WS-HOL-IDX                   PIC 9(04) VALUE 0.
022900 01 WS-HOLIDAY-TABLE.
023000    05 WS-HOL-ENTRY-COUNT        PIC 9(04) VALUE 0.
023100    05 WS-HOL-ENTRIES OCCURS 0 TO 50 TIMES
023200              DEPENDING ON WS-HOL-ENTRY-COUNT.
023300       10 WS-HOL-TBL-DATE           PIC 9(06).
023400       10 WS-HOL-TBL-NAME           PIC X(20).
023500*
023600*****************************************************
023700* CURRENT-CALENDAR TABLE - EVERY CALFILE ENTRY AS IT*
023800* STANDS, WITH A FLAG SET WHEN THE GENERATED        *
023900* CALENDAR ACCOUNTS FOR IT.                         *
024000*****************************************************
024100 01 WS-CUR-IDX                   PIC 9(04) VALUE 0.
024200 01 WS-CURRENT-TABLE.
024300    05 WS-CUR-ENTRY-COUNT        PIC 9(04) VALUE 0.
024400    05 WS-CUR-ENTRIES OCCURS 0 TO 400 TIMES
024500              DEPENDING ON WS-CUR-ENTRY-COUNT.
024600       10 WS-CUR-TBL-DATE           PIC 9(06).
024700       10 WS-CUR-TBL-TYPE           PIC X(01).
024800       10 WS-CUR-TBL-MATCHED        PIC X(01).
024900          88 WS-CUR-TBL-ACCOUNTED      VALUE 'Y'.
025000*
025100*****************************************************
025200* REPORT LINE LAYOUTS                               *
025300*****************************************************
025400 01 WS-COMP-HEADING-1.
025500    05 FILLER                    PIC X(34) VALUE
025600          'PROCESSING CALENDAR GENERATION - '.
025700    05 WS-HDG-CAL-YEAR           PIC 9(04).
025800    05 FILLER                    PIC X(94) VALUE SPACES.
025900*
026000 01 WS-COMP-HEADING-2.
026100    05 FILLER                    PIC X(40) VALUE
026200          'HOLIDAY RULES                           '.
026300    05 FILLER                    PIC X(92) VALUE SPACES.
026400*
026500 01 WS-COMP-HEADING-3.
026600    05 FILLER                    PIC X(38) VALUE
026700          'TYPE MM DD N W  HOLIDAY'.
026800    05 FILLER                    PIC X(19) VALUE
026900          'DATE    DAY'.
027000    05 FILLER                    PIC X(06) VALUE
027100          'RESULT'.
027200    05 FILLER                    PIC X(69) VALUE SPACES.
027300*
027400 01 WS-RULE-DETAIL.
027500    05 FILLER                    PIC X(01) VALUE SPACES.
027600    05 WS-RUL-TYPE               PIC X(01).
027700    05 FILLER                    PIC X(03) VALUE SPACES.
027800    05 WS-RUL-MONTH              PIC X(02).
027900    05 FILLER                    PIC X(01) VALUE SPACES.
028000    05 WS-RUL-DAY                PIC X(02).
028100    05 FILLER                    PIC X(01) VALUE SPACES.
028200    05 WS-RUL-NTH                PIC X(01).
028300    05 FILLER                    PIC X(01) VALUE SPACES.
028400    05 WS-RUL-WEEKDAY            PIC X(01).
028500    05 FILLER                    PIC X(02) VALUE SPACES.
028600    05 WS-RUL-NAME               PIC X(20).
028700    05 FILLER                    PIC X(02) VALUE SPACES.
028800    05 WS-RUL-DATE               PIC X(06).
028900    05 FILLER                    PIC X(02) VALUE SPACES.
029000    05 WS-RUL-DAY-NAME           PIC X(09).
029100    05 FILLER                    PIC X(02) VALUE SPACES.
029200    05 WS-RUL-RESULT             PIC X(30).
029300    05 FILLER                    PIC X(45) VALUE SPACES.
029400*
029500 01 WS-COMP-HEADING-4.
029600    05 FILLER                    PIC X(40) VALUE
029700          'CALENDAR COMPARISON AGAINST CALFILE     '.
029800    05 FILLER                    PIC X(92) VALUE SPACES.
029900*
030000 01 WS-COMP-HEADING-5.
030100    05 FILLER                    PIC X(42) VALUE
030200          'DATE    DAY        OLD NEW STATUS'.
030300    05 FILLER                    PIC X(07) VALUE
030400          'HOLIDAY'.
030500    05 FILLER                    PIC X(83) VALUE SPACES.
030600*
030700 01 WS-COMP-DETAIL.
030800    05 WS-CMP-DATE               PIC 9(06).
030900    05 FILLER                    PIC X(02) VALUE SPACES.
031000    05 WS-CMP-DAY-NAME           PIC X(09).
031100    05 FILLER                    PIC X(03) VALUE SPACES.
031200    05 WS-CMP-OLD-TYPE           PIC X(01).
031300    05 FILLER                    PIC X(03) VALUE SPACES.
031400    05 WS-CMP-NEW-TYPE           PIC X(01).
031500    05 FILLER                    PIC X(02) VALUE SPACES.
031600    05 WS-CMP-STATUS             PIC X(12).
031700    05 FILLER                    PIC X(03) VALUE SPACES.
031800    05 WS-CMP-NAME               PIC X(20).
031900    05 FILLER                    PIC X(70) VALUE SPACES.
032000*
032100 01 WS-COMP-TRAILER-1.
032200    05 FILLER                    PIC X(12) VALUE
032300          'RULES READ: '.
032400    05 WS-TRL-RULES              PIC ZZZ9.
032500    05 FILLER                    PIC X(12) VALUE
032600          '  REJECTED: '.
032700    05 WS-TRL-REJECTED           PIC ZZZ9.
032800    05 FILLER                    PIC X(12) VALUE
032900          '  HOLIDAYS: '.
033000    05 WS-TRL-HOLIDAYS           PIC ZZZ9.
033100    05 FILLER                    PIC X(14) VALUE
033200          '  MONTH-ENDS: '.
033300    05 WS-TRL-MONTH-ENDS         PIC ZZZ9.
033400    05 FILLER                    PIC X(24) VALUE
033500          '  OTHER YEARS CARRIED: '.
033600    05 WS-TRL-CARRIED            PIC ZZZ9.
033700    05 FILLER                    PIC X(38) VALUE SPACES.
033800*
033900 01 WS-COMP-TRAILER-2.
034000    05 FILLER                    PIC X(09) VALUE
034100          'ADDED:   '.
034200    05 WS-TRL-ADDED              PIC ZZZ9.
034300    05 FILLER                    PIC X(11) VALUE
034400          '  CHANGED: '.
034500    05 WS-TRL-CHANGED            PIC ZZZ9.
034600    05 FILLER                    PIC X(11) VALUE
034700          '  REMOVED: '.
034800    05 WS-TRL-REMOVED            PIC ZZZ9.
034900    05 FILLER                    PIC X(13) VALUE
035000          '  UNCHANGED: '.
035100    05 WS-TRL-UNCHANGED          PIC ZZZ9.
035200    05 FILLER                    PIC X(72) VALUE SPACES.
035300*
035400 LINKAGE SECTION.
035500  01 PRM-INFO.
035600     05 PRM-LENGTH               PIC S9(04) COMP.
035700     05 PRM-CAL-YEAR             PIC 9(04).
035800*
035900 PROCEDURE DIVISION USING PRM-INFO.
036000*****************************************************
036100* MAIN PROGRAM ROUTINE                              *
036200*****************************************************
036300 0000-MAIN-PROCESS.
036400*
036500      PERFORM 1000-INITIALIZE
036600         THRU 1000-INITIALIZE-EXIT
036700*
036800      IF WS-BUILD-CAN-PROCEED
036900         PERFORM 2000-RESOLVE-HOLIDAYS
037000            THRU 2000-RESOLVE-HOLIDAYS-EXIT
037100*
037200         PERFORM 3000-FIND-MONTH-ENDS
037300            THRU 3000-FIND-MONTH-ENDS-EXIT
037400*
037500         PERFORM 4000-WRITE-CALENDAR
037600            THRU 4000-WRITE-CALENDAR-EXIT
037700      END-IF
037800*
037900      PERFORM 9000-TERMINATE
038000         THRU 9000-TERMINATE-EXIT
038100*
038200      MOVE WS-RETURN-CODE TO RETURN-CODE
038300      GOBACK
038400      .
038500 0000-MAIN-PROCESS-EXIT.
038600      EXIT.
038700*
038800*****************************************************
038900* 1000-INITIALIZE - PICK UP THE CALENDAR YEAR PARM  *
039000* (DEFAULTING TO THE CURRENT YEAR), LOAD THE CURRENT*
039100* CALFILE AND OPEN THE RULES, THE NEW CALENDAR AND  *
039200* THE COMPARISON LISTING.                           *
039300*****************************************************
039400 1000-INITIALIZE.
039500*
039600      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
039700      DISPLAY '-------------------------------'
039800      DISPLAY ' '
039900*
040000      ACCEPT CURRENT-DATE     FROM DATE
040100      ACCEPT CURRENT-TIME     FROM TIME
040200*
040300      IF PRM-LENGTH > 0
040400         AND PRM-CAL-YEAR IS NUMERIC
040500         AND PRM-CAL-YEAR > 0
040600         MOVE PRM-CAL-YEAR       TO WS-CAL-YEAR
040700      ELSE
040800         MOVE CURRENT-DATE       TO WS-CANDIDATE-DATE
040900         COMPUTE WS-CAL-YEAR = 2000 + WS-CAND-YY
041000      END-IF
041100      DISPLAY ' CALENDAR YEAR: ' WS-CAL-YEAR
041200*
041300*     THE CALENDAR CARRIES TWO-DIGIT YEARS THAT THE WEEKDAY
041400*     ARITHMETIC TAKES AS 20YY, SO ONLY 2000 THRU 2099 CAN BE
041500*     GENERATED.
041600      IF WS-CAL-YEAR < 2000 OR WS-CAL-YEAR > 2099
041700         DISPLAY ' *** CALENDAR YEAR ' WS-CAL-YEAR
041800            ' OUTSIDE 2000-2099 - NO CALENDAR GENERATED ***'
041900         MOVE 12              TO WS-RETURN-CODE
042000         SET WS-BUILD-ABANDONED  TO TRUE
042100         GO TO 1000-INITIALIZE-EXIT
042200      END-IF
042300      COMPUTE WS-GEN-YY = WS-CAL-YEAR - 2000
042400      COMPUTE WS-YEAR-FIRST-DATE = (WS-GEN-YY * 10000) + 101
042500      COMPUTE WS-YEAR-LAST-DATE  = (WS-GEN-YY * 10000) + 1231
042600*
042700      OPEN INPUT CAL-FILE
042800      IF WS-CAL-STATUS-OK
042900         PERFORM 1100-LOAD-CAL-RECORD
043000            THRU 1100-LOAD-CAL-RECORD-EXIT
043100            UNTIL WS-CAL-STATUS-EOF
043200         CLOSE CAL-FILE
043300      ELSE
043400         DISPLAY ' *** CALFILE NOT FOUND - EVERY GENERATED ENTRY '
043500            'WILL LIST AS ADDED ***'
043600      END-IF
043700*
043800      OPEN INPUT HOLR-FILE
043900      IF NOT WS-HOLR-STATUS-OK
044000         DISPLAY ' *** HOLRFILE NOT FOUND - NO CALENDAR '
044100            'GENERATED ***'
044200         MOVE 8               TO WS-RETURN-CODE
044300         SET WS-BUILD-ABANDONED  TO TRUE
044400         GO TO 1000-INITIALIZE-EXIT
044500      END-IF
044600*
044700      SET WS-OUTPUTS-OPENED      TO TRUE
044800      OPEN OUTPUT NEWC-FILE
044900      IF NOT WS-NEWC-STATUS-OK
045000         DISPLAY ' *** NEWCFILE COULD NOT BE OPENED - STATUS: '
045100            WS-NEWC-STATUS ' ***'
045200         MOVE 12              TO WS-RETURN-CODE
045300         SET WS-BUILD-ABANDONED  TO TRUE
045400      END-IF
045500*
045600      OPEN OUTPUT COMP-FILE
045700      IF NOT WS-COMP-STATUS-OK
045800         DISPLAY ' *** CALCOMP COULD NOT BE OPENED - STATUS: '
045900            WS-COMP-STATUS ' ***'
046000         MOVE 12              TO WS-RETURN-CODE
046100         SET WS-BUILD-ABANDONED  TO TRUE
046200      END-IF
046300      .
046400 1000-INITIALIZE-EXIT.
046500      EXIT.
046600*
046700*****************************************************
046800* 1100-LOAD-CAL-RECORD - READ ONE CURRENT CALFILE   *
046900* RECORD INTO THE CURRENT-CALENDAR TABLE.           *
047000*****************************************************
047100 1100-LOAD-CAL-RECORD.
047200*
047300      READ CAL-FILE
047400         AT END
047500            MOVE '10'   TO WS-CAL-STATUS
047600         NOT AT END
047700            IF WS-CUR-ENTRY-COUNT >= 400
047800               DISPLAY ' *** CALENDAR TABLE FULL (400 ENTRIES)'
047900                  ' - CALFILE ENTRY FOR ' CAL-DATE
048000                  ' NOT LOADED ***'
048100            ELSE
048200               ADD 1                   TO WS-CUR-ENTRY-COUNT
048300               MOVE WS-CUR-ENTRY-COUNT TO WS-CUR-IDX
048400               MOVE CAL-DATE
048500                  TO WS-CUR-TBL-DATE (WS-CUR-IDX)
048600               MOVE CAL-BLACKOUT-TYPE
048700                  TO WS-CUR-TBL-TYPE (WS-CUR-IDX)
048800               MOVE 'N'
048900                  TO WS-CUR-TBL-MATCHED (WS-CUR-IDX)
049000            END-IF
049100      END-READ
049200      .
049300 1100-LOAD-CAL-RECORD-EXIT.
049400      EXIT.
049500*
049600*****************************************************
049700* 2000-RESOLVE-HOLIDAYS - READ EVERY HOLIDAY RULE,  *
049800* RESOLVE IT TO A DATE IN THE PARM YEAR AND LIST IT.*
049900*****************************************************
050000 2000-RESOLVE-HOLIDAYS.
050100*
050200      MOVE WS-CAL-YEAR        TO WS-HDG-CAL-YEAR
050300      MOVE WS-COMP-HEADING-1  TO PRT-RECORD
050400      WRITE PRT-RECORD
050500      MOVE WS-COMP-HEADING-2  TO PRT-RECORD
050600      WRITE PRT-RECORD
050700      MOVE WS-COMP-HEADING-3  TO PRT-RECORD
050800      WRITE PRT-RECORD
050900*
051000      PERFORM 2100-PROCESS-HOLR-RECORD
051100         THRU 2100-PROCESS-HOLR-RECORD-EXIT
051200         UNTIL WS-HOLR-STATUS-EOF
051300      CLOSE HOLR-FILE
051400      .
051500 2000-RESOLVE-HOLIDAYS-EXIT.
051600      EXIT.
051700*
051800*****************************************************
051900* 2100-PROCESS-HOLR-RECORD - READ ONE HOLIDAY RULE, *
052000* RESOLVE IT FOR THE PARM YEAR, KEEP ITS DATE AND   *
052100* WRITE ITS LISTING LINE.  AN OBSERVED RULE IS ALSO *
052200* RESOLVED FOR THE YEARS EITHER SIDE, SINCE A       *
052300* WEEKEND SHIFT CAN CARRY ONE OF THEIR HOLIDAYS INTO*
052400* THIS YEAR.  A REJECTED RULE RAISES THE RC TO 4.   *
052500*****************************************************
052600 2100-PROCESS-HOLR-RECORD.
052700*
052800      READ HOLR-FILE
052900         AT END
053000            MOVE '10'   TO WS-HOLR-STATUS
053100            GO TO 2100-PROCESS-HOLR-RECORD-EXIT
053200      END-READ
053300*
053400      ADD 1                   TO WS-RULES-READ
053500      MOVE WS-GEN-YY          TO WS-RULE-YY
053600      PERFORM 2200-RESOLVE-RULE
053700         THRU 2200-RESOLVE-RULE-EXIT
053800      IF WS-RULE-RESOLVED
053900         PERFORM 2250-ADD-HOLIDAY
054000            THRU 2250-ADD-HOLIDAY-EXIT
054100      END-IF
054200      IF WS-RULE-REJECTED
054300         ADD 1                TO WS-RULES-REJECTED
054400         IF WS-RETURN-CODE < 4
054500            MOVE 4            TO WS-RETURN-CODE
054600         END-IF
054700      END-IF
054800      PERFORM 2190-WRITE-RULE-LINE
054900         THRU 2190-WRITE-RULE-LINE-EXIT
055000*
055100      IF HOLR-RULE-OBSERVED
055200         AND NOT WS-RULE-REJECTED
055300         IF WS-GEN-YY > 0
055400            COMPUTE WS-RULE-YY = WS-GEN-YY - 1
055500            PERFORM 2150-RESOLVE-ADJACENT-YEAR
055600               THRU 2150-RESOLVE-ADJACENT-YEAR-EXIT
055700         END-IF
055800         IF WS-GEN-YY < 99
055900            COMPUTE WS-RULE-YY = WS-GEN-YY + 1
056000            PERFORM 2150-RESOLVE-ADJACENT-YEAR
056100               THRU 2150-RESOLVE-ADJACENT-YEAR-EXIT
056200         END-IF
056300      END-IF
056400      .
056500 2100-PROCESS-HOLR-RECORD-EXIT.
056600      EXIT.
056700*
056800*****************************************************
056900* 2150-RESOLVE-ADJACENT-YEAR - RESOLVE AN OBSERVED  *
057000* RULE FOR THE YEAR IN WS-RULE-YY.  ONLY A DATE THE *
057100* WEEKEND SHIFT BRINGS INTO THE PARM YEAR IS KEPT   *
057200* AND LISTED - E.G. A SATURDAY NEW YEAR'S DAY       *
057300* OBSERVED ON THE 31ST OF DECEMBER BEFORE.          *
057400*****************************************************
057500 2150-RESOLVE-ADJACENT-YEAR.
057600*
057700      PERFORM 2200-RESOLVE-RULE
057800         THRU 2200-RESOLVE-RULE-EXIT
057900      IF WS-CAND-YY NOT = WS-GEN-YY
058000         GO TO 2150-RESOLVE-ADJACENT-YEAR-EXIT
058100      END-IF
058200*
058300      SET WS-RULE-RESOLVED    TO TRUE
058400      MOVE 'OBSERVED FROM ADJACENT YEAR'
058500                              TO WS-RULE-REASON
058600      PERFORM 2250-ADD-HOLIDAY
058700         THRU 2250-ADD-HOLIDAY-EXIT
058800      PERFORM 2190-WRITE-RULE-LINE
058900         THRU 2190-WRITE-RULE-LINE-EXIT
059000      .
059100 2150-RESOLVE-ADJACENT-YEAR-EXIT.
059200      EXIT.
059300*
059400*****************************************************
059500* 2190-WRITE-RULE-LINE - LIST THE RULE WITH THE DATE*
059600* IT RESOLVED TO, OR WHY IT DID NOT.                *
059700*****************************************************
059800 2190-WRITE-RULE-LINE.
059900*
060000      MOVE HOLR-RULE-TYPE     TO WS-RUL-TYPE
060100      MOVE HOLR-MONTH         TO WS-RUL-MONTH
060200      MOVE HOLR-DAY           TO WS-RUL-DAY
060300      MOVE HOLR-NTH           TO WS-RUL-NTH
060400      MOVE HOLR-WEEKDAY       TO WS-RUL-WEEKDAY
060500      MOVE HOLR-NAME          TO WS-RUL-NAME
060600      MOVE WS-RULE-REASON     TO WS-RUL-RESULT
060700      IF WS-RULE-RESOLVED
060800         MOVE WS-CANDIDATE-DATE  TO WS-RUL-DATE
060900         MOVE WS-DAY-NAME (WS-DAY-OF-WEEK)  TO WS-RUL-DAY-NAME
061000      ELSE
061100         MOVE SPACES             TO WS-RUL-DATE
061200         MOVE SPACES             TO WS-RUL-DAY-NAME
061300      END-IF
061400*
061500      MOVE WS-RULE-DETAIL     TO PRT-RECORD
061600      WRITE PRT-RECORD
061700      .
061800 2190-WRITE-RULE-LINE-EXIT.
061900      EXIT.
062000*
062100*****************************************************
062200* 2200-RESOLVE-RULE - EDIT THE RULE AND WORK OUT ITS*
062300* DATE IN THE PARM YEAR INTO WS-CANDIDATE-DATE, WITH*
062400* WS-DAY-OF-WEEK SET FOR THAT DATE.                 *
062500*****************************************************
062600 2200-RESOLVE-RULE.
062700*
062800      MOVE 'N'                TO WS-RULE-RESULT-SWITCH
062900      MOVE SPACES             TO WS-RULE-REASON
063000*
063100      IF HOLR-MONTH IS NOT NUMERIC
063200         OR HOLR-MONTH < 1 OR HOLR-MONTH > 12
063300         SET WS-RULE-REJECTED    TO TRUE
063400         MOVE 'REJECTED - MONTH NOT 01-12'
063500                                 TO WS-RULE-REASON
063600         GO TO 2200-RESOLVE-RULE-EXIT
063700      END-IF
063800*
063900      MOVE WS-RULE-YY         TO WS-CAND-YY
064000      MOVE HOLR-MONTH         TO WS-CAND-MM
064100      MOVE 1                  TO WS-CAND-DD
064200      PERFORM 2320-GET-MONTH-DAYS
064300         THRU 2320-GET-MONTH-DAYS-EXIT
064400*
064500      EVALUATE TRUE
064600         WHEN HOLR-RULE-FIXED
064700         WHEN HOLR-RULE-OBSERVED
064800            IF HOLR-DAY IS NOT NUMERIC
064900               OR HOLR-DAY < 1 OR HOLR-DAY > WS-MONTH-DAYS
065000               SET WS-RULE-REJECTED  TO TRUE
065100               MOVE 'REJECTED - DAY NOT IN MONTH'
065200                                     TO WS-RULE-REASON
065300               GO TO 2200-RESOLVE-RULE-EXIT
065400            END-IF
065500            MOVE HOLR-DAY        TO WS-CAND-DD
065600            PERFORM 2350-COMPUTE-DAY-OF-WEEK
065700               THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
065800            SET WS-RULE-RESOLVED  TO TRUE
065900            MOVE 'FIXED DATE'    TO WS-RULE-REASON
066000            IF HOLR-RULE-OBSERVED
066100               PERFORM 2210-APPLY-OBSERVED-SHIFT
066200                  THRU 2210-APPLY-OBSERVED-SHIFT-EXIT
066300            END-IF
066400         WHEN HOLR-RULE-NTH-WEEKDAY
066500            IF HOLR-WEEKDAY IS NOT NUMERIC
066600               OR HOLR-WEEKDAY < 1 OR HOLR-WEEKDAY > 7
066700               OR HOLR-NTH IS NOT NUMERIC
066800               OR HOLR-NTH < 1 OR HOLR-NTH > 5
066900               SET WS-RULE-REJECTED  TO TRUE
067000               MOVE 'REJECTED - NTH OR WEEKDAY'
067100                                     TO WS-RULE-REASON
067200               GO TO 2200-RESOLVE-RULE-EXIT
067300            END-IF
067400            PERFORM 2230-FIND-NTH-WEEKDAY
067500               THRU 2230-FIND-NTH-WEEKDAY-EXIT
067600         WHEN HOLR-RULE-LAST-WEEKDAY
067700            IF HOLR-WEEKDAY IS NOT NUMERIC
067800               OR HOLR-WEEKDAY < 1 OR HOLR-WEEKDAY > 7
067900               SET WS-RULE-REJECTED  TO TRUE
068000               MOVE 'REJECTED - WEEKDAY NOT 1-7'
068100                                     TO WS-RULE-REASON
068200               GO TO 2200-RESOLVE-RULE-EXIT
068300            END-IF
068400            PERFORM 2240-FIND-LAST-WEEKDAY
068500               THRU 2240-FIND-LAST-WEEKDAY-EXIT
068600         WHEN OTHER
068700            SET WS-RULE-REJECTED     TO TRUE
068800            MOVE 'REJECTED - UNKNOWN RULE TYPE'
068900                                     TO WS-RULE-REASON
069000      END-EVALUATE
069100      .
069200 2200-RESOLVE-RULE-EXIT.
069300      EXIT.
069400*
069500*****************************************************
069600* 2210-APPLY-OBSERVED-SHIFT - A FIXED HOLIDAY ON A  *
069700* SATURDAY IS OBSERVED THE FRIDAY BEFORE AND ONE ON *
069800* A SUNDAY THE MONDAY AFTER.  A SHIFT THAT CROSSES  *
069900* INTO ANOTHER YEAR TAKES THE HOLIDAY OUT OF THIS   *
070000* YEAR'S CALENDAR - IT BELONGS TO THE OTHER YEAR'S  *
070100* GENERATION.                                       *
070200*****************************************************
070300 2210-APPLY-OBSERVED-SHIFT.
070400*
070500      EVALUATE WS-DAY-OF-WEEK
070600         WHEN 6
070700            PERFORM 2310-RETREAT-ONE-DAY
070800               THRU 2310-RETREAT-ONE-DAY-EXIT
070900            MOVE 'OBSERVED FRIDAY BEFORE'
071000                                 TO WS-RULE-REASON
071100         WHEN 7
071200            PERFORM 2300-ADVANCE-ONE-DAY
071300               THRU 2300-ADVANCE-ONE-DAY-EXIT
071400            MOVE 'OBSERVED MONDAY AFTER'
071500                                 TO WS-RULE-REASON
071600         WHEN OTHER
071700            GO TO 2210-APPLY-OBSERVED-SHIFT-EXIT
071800      END-EVALUATE
071900*
072000      PERFORM 2350-COMPUTE-DAY-OF-WEEK
072100         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
072200      IF WS-CAND-YY NOT = WS-RULE-YY
072300         SET WS-RULE-OUT-OF-YEAR TO TRUE
072400         MOVE 'OBSERVED IN ANOTHER YEAR'
072500                                 TO WS-RULE-REASON
072600      END-IF
072700      .
072800 2210-APPLY-OBSERVED-SHIFT-EXIT.
072900      EXIT.
073000*
073100*****************************************************
073200* 2230-FIND-NTH-WEEKDAY - THE FIRST OCCURRENCE OF   *
073300* THE WEEKDAY FALLS (WEEKDAY - WEEKDAY OF THE 1ST)  *
073400* MOD 7 DAYS AFTER THE 1ST; EACH LATER OCCURRENCE   *
073500* IS A WEEK ON.  A 5TH OCCURRENCE THE MONTH DOES NOT*
073600* HAVE IS REJECTED.                                 *
073700*****************************************************
073800 2230-FIND-NTH-WEEKDAY.
073900*
074000      PERFORM 2350-COMPUTE-DAY-OF-WEEK
074100         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
074200      COMPUTE WS-MOD-WORK = HOLR-WEEKDAY + 7 - WS-DAY-OF-WEEK
074300      DIVIDE WS-MOD-WORK BY 7
074400         GIVING WS-DOW-QUOTIENT
074500         REMAINDER WS-DAY-OFFSET
074600      COMPUTE WS-TARGET-DAY =
074700          1 + WS-DAY-OFFSET + ((HOLR-NTH - 1) * 7)
074800*
074900      IF WS-TARGET-DAY > WS-MONTH-DAYS
075000         SET WS-RULE-REJECTED    TO TRUE
075100         MOVE 'REJECTED - NO SUCH NTH WEEKDAY'
075200                                 TO WS-RULE-REASON
075300         GO TO 2230-FIND-NTH-WEEKDAY-EXIT
075400      END-IF
075500*
075600      MOVE WS-TARGET-DAY      TO WS-CAND-DD
075700      PERFORM 2350-COMPUTE-DAY-OF-WEEK
075800         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
075900      SET WS-RULE-RESOLVED    TO TRUE
076000      MOVE 'NTH WEEKDAY OF MONTH'
076100                              TO WS-RULE-REASON
076200      .
076300 2230-FIND-NTH-WEEKDAY-EXIT.
076400      EXIT.
076500*
076600*****************************************************
076700* 2240-FIND-LAST-WEEKDAY - STEP BACK FROM THE LAST  *
076800* DAY OF THE MONTH (WEEKDAY OF THE LAST DAY -       *
076900* WEEKDAY) MOD 7 DAYS.                              *
077000*****************************************************
077100 2240-FIND-LAST-WEEKDAY.
077200*
077300      MOVE WS-MONTH-DAYS      TO WS-CAND-DD
077400      PERFORM 2350-COMPUTE-DAY-OF-WEEK
077500         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
077600      COMPUTE WS-MOD-WORK = WS-DAY-OF-WEEK + 7 - HOLR-WEEKDAY
077700      DIVIDE WS-MOD-WORK BY 7
077800         GIVING WS-DOW-QUOTIENT
077900         REMAINDER WS-DAY-OFFSET
078000      SUBTRACT WS-DAY-OFFSET  FROM WS-CAND-DD
078100*
078200      PERFORM 2350-COMPUTE-DAY-OF-WEEK
078300         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
078400      SET WS-RULE-RESOLVED    TO TRUE
078500      MOVE 'LAST WEEKDAY OF MONTH'
078600                              TO WS-RULE-REASON
078700      .
078800 2240-FIND-LAST-WEEKDAY-EXIT.
078900      EXIT.
079000*
079100*****************************************************
079200* 2250-ADD-HOLIDAY - KEEP THE RESOLVED DATE IN THE  *
079300* HOLIDAY TABLE.  TWO RULES LANDING ON ONE DATE     *
079400* MAKE ONE HOLIDAY.                                 *
079500*****************************************************
079600 2250-ADD-HOLIDAY.
079700*
079800      PERFORM 2260-FIND-HOLIDAY
079900         THRU 2260-FIND-HOLIDAY-EXIT
080000      IF WS-HOL-ENTRY-FOUND
080100         MOVE 'SAME DATE AS AN EARLIER RULE'
080200                              TO WS-RULE-REASON
080300         GO TO 2250-ADD-HOLIDAY-EXIT
080400      END-IF
080500*
080600      IF WS-HOL-ENTRY-COUNT >= 50
080700         DISPLAY ' *** HOLIDAY TABLE FULL (50 ENTRIES) - '
080800            HOLR-NAME ' NOT GENERATED ***'
080900         SET WS-RULE-REJECTED    TO TRUE
081000         MOVE 'REJECTED - HOLIDAY TABLE FULL'
081100                              TO WS-RULE-REASON
081200         GO TO 2250-ADD-HOLIDAY-EXIT
081300      END-IF
081400*
081500      ADD 1                   TO WS-HOL-ENTRY-COUNT
081600      MOVE WS-HOL-ENTRY-COUNT TO WS-HOL-IDX
081700      MOVE WS-CANDIDATE-DATE  TO WS-HOL-TBL-DATE (WS-HOL-IDX)
081800      MOVE HOLR-NAME          TO WS-HOL-TBL-NAME (WS-HOL-IDX)
081900      .
082000 2250-ADD-HOLIDAY-EXIT.
082100      EXIT.
082200*
082300*****************************************************
082400* 2260-FIND-HOLIDAY - LOOK THE CANDIDATE DATE UP IN *
082500* THE HOLIDAY TABLE.  WS-HOL-IDX IS LEFT ON THE ROW *
082600* WHEN FOUND.                                       *
082700*****************************************************
082800 2260-FIND-HOLIDAY.
082900*
083000      MOVE 'N'                TO WS-HOL-FOUND-SWITCH
083100      PERFORM 2270-SEARCH-HOLIDAY
083200         THRU 2270-SEARCH-HOLIDAY-EXIT
083300         VARYING WS-HOL-IDX FROM 1 BY 1
083400         UNTIL WS-HOL-IDX > WS-HOL-ENTRY-COUNT
083500            OR WS-HOL-ENTRY-FOUND
083600      IF WS-HOL-ENTRY-FOUND
083700         SUBTRACT 1           FROM WS-HOL-IDX
083800      END-IF
083900      .
084000 2260-FIND-HOLIDAY-EXIT.
084100      EXIT.
084200*
084300*****************************************************
084400* 2270-SEARCH-HOLIDAY - TEST ONE HOLIDAY TABLE ROW  *
084500* FOR A MATCH ON THE CANDIDATE DATE.                *
084600*****************************************************
084700 2270-SEARCH-HOLIDAY.
084800*
084900      IF WS-HOL-TBL-DATE (WS-HOL-IDX) = WS-CANDIDATE-DATE
085000         SET WS-HOL-ENTRY-FOUND  TO TRUE
085100      END-IF
085200      .
085300 2270-SEARCH-HOLIDAY-EXIT.
085400      EXIT.
085500*
085600*****************************************************
085700* 2300-ADVANCE-ONE-DAY - ROLL THE CANDIDATE DATE    *
085800* FORWARD ONE CALENDAR DAY, HONORING MONTH LENGTHS, *
085900* A FEBRUARY 29TH EVERY FOURTH YEAR AND THE YEAR    *
086000* END.                                              *
086100*****************************************************
086200 2300-ADVANCE-ONE-DAY.
086300*
086400      PERFORM 2320-GET-MONTH-DAYS
086500         THRU 2320-GET-MONTH-DAYS-EXIT
086600*
086700      IF WS-CAND-DD < WS-MONTH-DAYS
086800         ADD 1                TO WS-CAND-DD
086900      ELSE
087000         MOVE 1               TO WS-CAND-DD
087100         IF WS-CAND-MM < 12
087200            ADD 1             TO WS-CAND-MM
087300         ELSE
087400            MOVE 1            TO WS-CAND-MM
087500            ADD 1             TO WS-CAND-YY
087600         END-IF
087700      END-IF
087800      .
087900 2300-ADVANCE-ONE-DAY-EXIT.
088000      EXIT.
088100*
088200*****************************************************
088300* 2310-RETREAT-ONE-DAY - ROLL THE CANDIDATE DATE    *
088400* BACK ONE CALENDAR DAY, ACROSS A MONTH OR YEAR     *
088500* START WHEN NEEDED.                                *
088600*****************************************************
088700 2310-RETREAT-ONE-DAY.
088800*
088900      IF WS-CAND-DD > 1
089000         SUBTRACT 1           FROM WS-CAND-DD
089100         GO TO 2310-RETREAT-ONE-DAY-EXIT
089200      END-IF
089300*
089400      IF WS-CAND-MM > 1
089500         SUBTRACT 1           FROM WS-CAND-MM
089600      ELSE
089700         MOVE 12              TO WS-CAND-MM
089800         SUBTRACT 1           FROM WS-CAND-YY
089900      END-IF
090000      PERFORM 2320-GET-MONTH-DAYS
090100         THRU 2320-GET-MONTH-DAYS-EXIT
090200      MOVE WS-MONTH-DAYS      TO WS-CAND-DD
090300      .
090400 2310-RETREAT-ONE-DAY-EXIT.
090500      EXIT.
090600*
090700*****************************************************
090800* 2320-GET-MONTH-DAYS - THE LENGTH OF THE CANDIDATE *
090900* DATE'S MONTH, WITH A FEBRUARY 29TH EVERY FOURTH   *
091000* YEAR.                                             *
091100*****************************************************
091200 2320-GET-MONTH-DAYS.
091300*
091400      MOVE WS-MONTH-DAY (WS-CAND-MM)  TO WS-MONTH-DAYS
091500      IF WS-CAND-MM = 2
091600         DIVIDE WS-CAND-YY BY 4
091700            GIVING WS-DOW-WORK
091800            REMAINDER WS-MONTH-DAYS
091900         IF WS-MONTH-DAYS = 0
092000            MOVE 29           TO WS-MONTH-DAYS
092100         ELSE
092200            MOVE 28           TO WS-MONTH-DAYS
092300         END-IF
092400      END-IF
092500      .
092600 2320-GET-MONTH-DAYS-EXIT.
092700      EXIT.
092800*
092900*****************************************************
093000* 2350-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON *
093100* THE CANDIDATE DATE (TWO-DIGIT YEARS ARE TAKEN AS  *
093200* 20YY), REDUCED TO THE 1-MONDAY THRU 7-SUNDAY      *
093300* CONVENTION OF THE SYSTEM DAY-OF-WEEK REGISTER.    *
093400*****************************************************
093500 2350-COMPUTE-DAY-OF-WEEK.
093600*
093700      COMPUTE WS-DOW-YEAR = 2000 + WS-CAND-YY
093800      MOVE WS-CAND-MM         TO WS-DOW-MONTH
093900      IF WS-DOW-MONTH < 3
094000         ADD 12               TO WS-DOW-MONTH
094100         SUBTRACT 1           FROM WS-DOW-YEAR
094200      END-IF
094300      DIVIDE WS-DOW-YEAR BY 100
094400         GIVING WS-DOW-CENTURY
094500         REMAINDER WS-DOW-YY-PART
094600*
094700*     EACH TERM THAT DIVIDES IS TRUNCATED ON ITS OWN - THE
094800*     CONGRUENCE NEEDS THE FLOOR OF EVERY QUOTIENT, NOT A
094900*     ROUNDED SUM OF FRACTIONS.
095000      COMPUTE WS-DOW-WORK =
095100          WS-CAND-DD
095200        + WS-DOW-YY-PART
095300        + (5 * WS-DOW-CENTURY)
095400        + 5
095500      COMPUTE WS-DOW-QUOTIENT = 13 * (WS-DOW-MONTH + 1)
095600      DIVIDE WS-DOW-QUOTIENT BY 5
095700         GIVING WS-DOW-QUOTIENT
095800      ADD WS-DOW-QUOTIENT     TO WS-DOW-WORK
095900      DIVIDE WS-DOW-YY-PART BY 4
096000         GIVING WS-DOW-QUOTIENT
096100      ADD WS-DOW-QUOTIENT     TO WS-DOW-WORK
096200      DIVIDE WS-DOW-CENTURY BY 4
096300         GIVING WS-DOW-QUOTIENT
096400      ADD WS-DOW-QUOTIENT     TO WS-DOW-WORK
096500      DIVIDE WS-DOW-WORK BY 7
096600         GIVING WS-DOW-QUOTIENT
096700         REMAINDER WS-DAY-OF-WEEK
096800      ADD 1                   TO WS-DAY-OF-WEEK
096900      .
097000 2350-COMPUTE-DAY-OF-WEEK-EXIT.
097100      EXIT.
097200*
097300*****************************************************
097400* 3000-FIND-MONTH-ENDS - WALK EVERY DAY OF THE PARM *
097500* YEAR, REMEMBERING FOR EACH MONTH THE LATEST DAY   *
097600* THAT IS A BUSINESS DAY - MONDAY THRU FRIDAY AND   *
097700* NOT ONE OF THE HOLIDAYS JUST RESOLVED.            *
097800*****************************************************
097900 3000-FIND-MONTH-ENDS.
098000*
098100      MOVE ZEROES             TO WS-MEND-TABLE
098200      MOVE WS-YEAR-FIRST-DATE TO WS-CANDIDATE-DATE
098300      PERFORM 3100-TEST-ONE-DAY
098400         THRU 3100-TEST-ONE-DAY-EXIT
098500         UNTIL WS-CAND-YY NOT = WS-GEN-YY
098600      .
098700 3000-FIND-MONTH-ENDS-EXIT.
098800      EXIT.
098900*
099000*****************************************************
099100* 3100-TEST-ONE-DAY - NOTE THE CANDIDATE DATE AS ITS*
099200* MONTH'S LATEST BUSINESS DAY SO FAR WHEN IT IS ONE,*
099300* THEN STEP TO THE NEXT DAY.                        *
099400*****************************************************
099500 3100-TEST-ONE-DAY.
099600*
099700      PERFORM 3150-TEST-BUSINESS-DAY
099800         THRU 3150-TEST-BUSINESS-DAY-EXIT
099900      IF WS-DATE-IS-BUS-DAY
100000         MOVE WS-CANDIDATE-DATE  TO WS-MEND-DATE (WS-CAND-MM)
100100      END-IF
100200      PERFORM 2300-ADVANCE-ONE-DAY
100300         THRU 2300-ADVANCE-ONE-DAY-EXIT
100400      .
100500 3100-TEST-ONE-DAY-EXIT.
100600      EXIT.
100700*
100800*****************************************************
100900* 3150-TEST-BUSINESS-DAY - A CANDIDATE DATE IS A    *
101000* BUSINESS DAY WHEN IT FALLS MONDAY THRU FRIDAY AND *
101100* IS NOT A GENERATED HOLIDAY.                       *
101200*****************************************************
101300 3150-TEST-BUSINESS-DAY.
101400*
101500      MOVE 'N'                TO WS-BUS-DAY-SWITCH
101600      PERFORM 2350-COMPUTE-DAY-OF-WEEK
101700         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
101800      IF WS-DAY-OF-WEEK > 5
101900         GO TO 3150-TEST-BUSINESS-DAY-EXIT
102000      END-IF
102100*
102200      PERFORM 2260-FIND-HOLIDAY
102300         THRU 2260-FIND-HOLIDAY-EXIT
102400      IF NOT WS-HOL-ENTRY-FOUND
102500         SET WS-DATE-IS-BUS-DAY  TO TRUE
102600      END-IF
102700      .
102800 3150-TEST-BUSINESS-DAY-EXIT.
102900      EXIT.
103000*
103100*****************************************************
103200* 4000-WRITE-CALENDAR - WRITE THE COMPLETE NEW      *
103300* CALENDAR IN DATE ORDER: CURRENT ENTRIES FOR       *
103400* EARLIER YEARS, THE GENERATED YEAR, THEN CURRENT   *
103500* ENTRIES FOR LATER YEARS.  EACH GENERATED ENTRY IS *
103600* COMPARED WITH THE CURRENT CALFILE AS IT GOES, AND *
103700* CURRENT ENTRIES FOR THE YEAR THE NEW CALENDAR NO  *
103800* LONGER CARRIES ARE LISTED AS REMOVED.             *
103900*****************************************************
104000 4000-WRITE-CALENDAR.
104100*
104200      MOVE SPACES             TO PRT-RECORD
104300      WRITE PRT-RECORD
104400      MOVE WS-COMP-HEADING-4  TO PRT-RECORD
104500      WRITE PRT-RECORD
104600      MOVE WS-COMP-HEADING-5  TO PRT-RECORD
104700      WRITE PRT-RECORD
104800*
104900      PERFORM 4100-CARRY-EARLIER-ENTRY
105000         THRU 4100-CARRY-EARLIER-ENTRY-EXIT
105100         VARYING WS-CUR-IDX FROM 1 BY 1
105200         UNTIL WS-CUR-IDX > WS-CUR-ENTRY-COUNT
105300*
105400      MOVE WS-YEAR-FIRST-DATE TO WS-CANDIDATE-DATE
105500      PERFORM 4200-WRITE-ONE-DAY
105600         THRU 4200-WRITE-ONE-DAY-EXIT
105700         UNTIL WS-CAND-YY NOT = WS-GEN-YY
105800*
105900      PERFORM 4150-CARRY-LATER-ENTRY
106000         THRU 4150-CARRY-LATER-ENTRY-EXIT
106100         VARYING WS-CUR-IDX FROM 1 BY 1
106200         UNTIL WS-CUR-IDX > WS-CUR-ENTRY-COUNT
106300*
106400      PERFORM 4300-LIST-REMOVED-ENTRY
106500         THRU 4300-LIST-REMOVED-ENTRY-EXIT
106600         VARYING WS-CUR-IDX FROM 1 BY 1
106700         UNTIL WS-CUR-IDX > WS-CUR-ENTRY-COUNT
106800      .
106900 4000-WRITE-CALENDAR-EXIT.
107000      EXIT.
107100*
107200*****************************************************
107300* 4100-CARRY-EARLIER-ENTRY - COPY ONE CURRENT ENTRY *
107400* DATED BEFORE THE GENERATED YEAR TO THE NEW        *
107500* CALENDAR UNCHANGED.                               *
107600*****************************************************
107700 4100-CARRY-EARLIER-ENTRY.
107800*
107900      IF WS-CUR-TBL-DATE (WS-CUR-IDX) < WS-YEAR-FIRST-DATE
108000         PERFORM 4160-WRITE-CARRIED-ENTRY
108100            THRU 4160-WRITE-CARRIED-ENTRY-EXIT
108200      END-IF
108300      .
108400 4100-CARRY-EARLIER-ENTRY-EXIT.
108500      EXIT.
108600*
108700*****************************************************
108800* 4150-CARRY-LATER-ENTRY - COPY ONE CURRENT ENTRY   *
108900* DATED AFTER THE GENERATED YEAR TO THE NEW         *
109000* CALENDAR UNCHANGED.                               *
109100*****************************************************
109200 4150-CARRY-LATER-ENTRY.
109300*
109400      IF WS-CUR-TBL-DATE (WS-CUR-IDX) > WS-YEAR-LAST-DATE
109500         PERFORM 4160-WRITE-CARRIED-ENTRY
109600            THRU 4160-WRITE-CARRIED-ENTRY-EXIT
109700      END-IF
109800      .
109900 4150-CARRY-LATER-ENTRY-EXIT.
110000      EXIT.
110100*
110200*****************************************************
110300* 4160-WRITE-CARRIED-ENTRY - WRITE ONE CURRENT ENTRY*
110400* FROM ANOTHER YEAR TO THE NEW CALENDAR.            *
110500*****************************************************
110600 4160-WRITE-CARRIED-ENTRY.
110700*
110800      MOVE SPACES             TO WS-NEWC-ENTRY
110900      MOVE WS-CUR-TBL-DATE (WS-CUR-IDX)  TO WS-NEWC-DATE
111000      MOVE WS-CUR-TBL-TYPE (WS-CUR-IDX)
111050                              TO WS-NEWC-BLACKOUT-TYPE
111100      PERFORM 4400-WRITE-NEWC-RECORD
111200         THRU 4400-WRITE-NEWC-RECORD-EXIT
111300      ADD 1                   TO WS-CARRIED-COUNT
111400      .
111500 4160-WRITE-CARRIED-ENTRY-EXIT.
111600      EXIT.
111700*
111800*****************************************************
111900* 4200-WRITE-ONE-DAY - A GENERATED HOLIDAY IS       *
112000* WRITTEN AS 'H', THE MONTH'S LAST BUSINESS DAY AS  *
112100* 'M'; ANY OTHER DAY WRITES NOTHING.  THEN STEP TO  *
112200* THE NEXT DAY.                                     *
112300*****************************************************
112400 4200-WRITE-ONE-DAY.
112500*
112600      MOVE SPACE              TO WS-GEN-TYPE
112700      MOVE SPACES             TO WS-GEN-NAME
112800      PERFORM 2260-FIND-HOLIDAY
112900         THRU 2260-FIND-HOLIDAY-EXIT
113000      IF WS-HOL-ENTRY-FOUND
113100         MOVE 'H'             TO WS-GEN-TYPE
113200         MOVE WS-HOL-TBL-NAME (WS-HOL-IDX)  TO WS-GEN-NAME
113300      ELSE
113400         IF WS-CANDIDATE-DATE = WS-MEND-DATE (WS-CAND-MM)
113500            MOVE 'M'          TO WS-GEN-TYPE
113600            MOVE 'MONTH-END'  TO WS-GEN-NAME
113700         END-IF
113800      END-IF
113900*
114000      IF WS-GEN-TYPE NOT = SPACE
114100         MOVE SPACES          TO WS-NEWC-ENTRY
114200         MOVE WS-CANDIDATE-DATE  TO WS-NEWC-DATE
114300         MOVE WS-GEN-TYPE     TO WS-NEWC-BLACKOUT-TYPE
114400         PERFORM 4400-WRITE-NEWC-RECORD
114500            THRU 4400-WRITE-NEWC-RECORD-EXIT
114600         IF WS-NEWC-TYPE-HOLIDAY
114700            ADD 1             TO WS-HOLIDAYS-WRITTEN
114800         ELSE
114900            ADD 1             TO WS-MONTH-ENDS-WRITTEN
115000         END-IF
115100         PERFORM 4250-COMPARE-ENTRY
115200            THRU 4250-COMPARE-ENTRY-EXIT
115300      END-IF
115400*
115500      PERFORM 2300-ADVANCE-ONE-DAY
115600         THRU 2300-ADVANCE-ONE-DAY-EXIT
115700      .
115800 4200-WRITE-ONE-DAY-EXIT.
115900      EXIT.
116000*
116100*****************************************************
116200* 4250-COMPARE-ENTRY - LOOK THE GENERATED ENTRY UP  *
116300* ON THE CURRENT CALENDAR AND LIST IT AS ADDED,     *
116400* CHANGED OR UNCHANGED.                             *
116500*****************************************************
116600 4250-COMPARE-ENTRY.
116700*
116800      MOVE 'N'                TO WS-CUR-FOUND-SWITCH
116900      PERFORM 4260-SEARCH-CURRENT-ENTRY
117000         THRU 4260-SEARCH-CURRENT-ENTRY-EXIT
117100         VARYING WS-CUR-IDX FROM 1 BY 1
117200         UNTIL WS-CUR-IDX > WS-CUR-ENTRY-COUNT
117300            OR WS-CUR-ENTRY-FOUND
117400*
117500      PERFORM 2350-COMPUTE-DAY-OF-WEEK
117600         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
117700      MOVE WS-CANDIDATE-DATE  TO WS-CMP-DATE
117800      MOVE WS-DAY-NAME (WS-DAY-OF-WEEK)  TO WS-CMP-DAY-NAME
117900      MOVE WS-GEN-TYPE        TO WS-CMP-NEW-TYPE
118000      MOVE WS-GEN-NAME        TO WS-CMP-NAME
118100      IF WS-CUR-ENTRY-FOUND
118200         SUBTRACT 1           FROM WS-CUR-IDX
118300         MOVE 'Y'             TO WS-CUR-TBL-MATCHED (WS-CUR-IDX)
118400         MOVE WS-CUR-TBL-TYPE (WS-CUR-IDX)  TO WS-CMP-OLD-TYPE
118500         IF WS-CUR-TBL-TYPE (WS-CUR-IDX) = WS-GEN-TYPE
118600            MOVE 'UNCHANGED'  TO WS-CMP-STATUS
118700            ADD 1             TO WS-UNCHANGED-COUNT
118800         ELSE
118900            MOVE 'CHANGED'    TO WS-CMP-STATUS
119000            ADD 1             TO WS-CHANGED-COUNT
119100         END-IF
119200      ELSE
119300         MOVE SPACE           TO WS-CMP-OLD-TYPE
119400         MOVE 'ADDED'         TO WS-CMP-STATUS
119500         ADD 1                TO WS-ADDED-COUNT
119600      END-IF
119700*
119800      MOVE WS-COMP-DETAIL     TO PRT-RECORD
119900      WRITE PRT-RECORD
120000      .
120100 4250-COMPARE-ENTRY-EXIT.
120200      EXIT.
120300*
120400*****************************************************
120500* 4260-SEARCH-CURRENT-ENTRY - TEST ONE CURRENT-     *
120600* CALENDAR ROW FOR A MATCH ON THE CANDIDATE DATE.   *
120700*****************************************************
120800 4260-SEARCH-CURRENT-ENTRY.
120900*
121000      IF WS-CUR-TBL-DATE (WS-CUR-IDX) = WS-CANDIDATE-DATE
121100         SET WS-CUR-ENTRY-FOUND  TO TRUE
121200      END-IF
121300      .
121400 4260-SEARCH-CURRENT-ENTRY-EXIT.
121500      EXIT.
121600*
121700*****************************************************
121800* 4300-LIST-REMOVED-ENTRY - A CURRENT ENTRY FOR THE *
121900* GENERATED YEAR THAT NO GENERATED ENTRY ACCOUNTED  *
122000* FOR IS DROPPED FROM THE NEW CALENDAR - LIST IT.   *
122100*****************************************************
122200 4300-LIST-REMOVED-ENTRY.
122300*
122400      IF WS-CUR-TBL-DATE (WS-CUR-IDX) < WS-YEAR-FIRST-DATE
122500         OR WS-CUR-TBL-DATE (WS-CUR-IDX) > WS-YEAR-LAST-DATE
122600         OR WS-CUR-TBL-ACCOUNTED (WS-CUR-IDX)
122700         GO TO 4300-LIST-REMOVED-ENTRY-EXIT
122800      END-IF
122900*
123000      MOVE WS-CUR-TBL-DATE (WS-CUR-IDX)  TO WS-CANDIDATE-DATE
123100      PERFORM 2350-COMPUTE-DAY-OF-WEEK
123200         THRU 2350-COMPUTE-DAY-OF-WEEK-EXIT
123300      MOVE WS-CANDIDATE-DATE  TO WS-CMP-DATE
123400      MOVE WS-DAY-NAME (WS-DAY-OF-WEEK)  TO WS-CMP-DAY-NAME
123500      MOVE WS-CUR-TBL-TYPE (WS-CUR-IDX)  TO WS-CMP-OLD-TYPE
123600      MOVE SPACE              TO WS-CMP-NEW-TYPE
123700      MOVE 'REMOVED'          TO WS-CMP-STATUS
123800      MOVE SPACES             TO WS-CMP-NAME
123900      ADD 1                   TO WS-REMOVED-COUNT
124000*
124100      MOVE WS-COMP-DETAIL     TO PRT-RECORD
124200      WRITE PRT-RECORD
124300      .
124400 4300-LIST-REMOVED-ENTRY-EXIT.
124500      EXIT.
124600*
124700*****************************************************
124800* 4400-WRITE-NEWC-RECORD - WRITE THE ENTRY BUILT IN *
124900* WS-NEWC-ENTRY TO THE NEW CALENDAR.                *
125000*****************************************************
125100 4400-WRITE-NEWC-RECORD.
125200*
125300      MOVE WS-NEWC-ENTRY      TO NEWC-RECORD
125400      WRITE NEWC-RECORD
125500      IF NOT WS-NEWC-STATUS-OK
125600         DISPLAY ' *** NEWCFILE WRITE FAILED - STATUS: '
125700            WS-NEWC-STATUS ' ***'
125800         MOVE 12              TO WS-RETURN-CODE
125900      END-IF
126000      .
126100 4400-WRITE-NEWC-RECORD-EXIT.
126200      EXIT.
126300*
126400*****************************************************
126500* 9000-TERMINATE - WRITE THE LISTING TRAILERS, CLOSE*
126600* THE OUTPUTS AND DISPLAY THE GENERATION SUMMARY.   *
126700*****************************************************
126800 9000-TERMINATE.
126900*
127000      IF WS-OUTPUTS-OPENED
127100         IF WS-COMP-STATUS-OK
127200            MOVE WS-RULES-READ         TO WS-TRL-RULES
127300            MOVE WS-RULES-REJECTED     TO WS-TRL-REJECTED
127400            MOVE WS-HOLIDAYS-WRITTEN   TO WS-TRL-HOLIDAYS
127500            MOVE WS-MONTH-ENDS-WRITTEN TO WS-TRL-MONTH-ENDS
127600            MOVE WS-CARRIED-COUNT      TO WS-TRL-CARRIED
127700            MOVE WS-ADDED-COUNT        TO WS-TRL-ADDED
127800            MOVE WS-CHANGED-COUNT      TO WS-TRL-CHANGED
127900            MOVE WS-REMOVED-COUNT      TO WS-TRL-REMOVED
128000            MOVE WS-UNCHANGED-COUNT    TO WS-TRL-UNCHANGED
128100            MOVE SPACES                TO PRT-RECORD
128200            WRITE PRT-RECORD
128300            MOVE WS-COMP-TRAILER-1     TO PRT-RECORD
128400            WRITE PRT-RECORD
128500            MOVE WS-COMP-TRAILER-2     TO PRT-RECORD
128600            WRITE PRT-RECORD
128700            CLOSE COMP-FILE
128800         END-IF
128900         IF WS-NEWC-STATUS-OK
129000            CLOSE NEWC-FILE
129100         END-IF
129200      END-IF
129300*
129400      DISPLAY ' '
129500      DISPLAY ' HOLIDAY RULES READ      : ' WS-RULES-READ
129600      DISPLAY ' HOLIDAY RULES REJECTED  : ' WS-RULES-REJECTED
129700      DISPLAY ' HOLIDAYS GENERATED      : ' WS-HOLIDAYS-WRITTEN
129800      DISPLAY ' MONTH-ENDS GENERATED    : ' WS-MONTH-ENDS-WRITTEN
129900      DISPLAY ' ENTRIES ADDED           : ' WS-ADDED-COUNT
130000      DISPLAY ' ENTRIES CHANGED         : ' WS-CHANGED-COUNT
130100      DISPLAY ' ENTRIES REMOVED         : ' WS-REMOVED-COUNT
130200      DISPLAY ' '
130300      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
130400      .
130500 9000-TERMINATE-EXIT.
130600      EXIT.
