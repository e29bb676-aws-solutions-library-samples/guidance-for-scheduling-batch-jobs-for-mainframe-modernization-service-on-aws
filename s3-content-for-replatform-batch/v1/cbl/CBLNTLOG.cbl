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
001900 PROGRAM-ID.    CBLNTLOG.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - THE END-OF-NIGHT PAGE
002900*                        LOG.  READS THE CBLNOTFY NOTIFICATION
003000*                        REGISTER (PGLGFILE) AND LISTS EVERY
003100*                        PAGE SENT, ESCALATED OR ACKNOWLEDGED IN
003150*                        THE LAST 24 HOURS, OR ON THE PARM DATE
003200*                        WHEN ONE IS GIVEN, WITH WHO WAS PAGED,
003300*                        WHETHER AND WHEN IT WAS ESCALATED AND
003400*                        WHO ACKNOWLEDGED IT.
003500*                        ENDS RC 4 WHILE ANY PAGE IN THE LOG IS
003600*                        STILL UNACKNOWLEDGED.
003700******************************************************************
003800/
003900 ENVIRONMENT DIVISION.
004000*--------------------
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-ZSERIES.
004300 OBJECT-COMPUTER.   IBM-ZSERIES.
004400*
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*---------------------------------------------------------------
004800*    PGLGFILE - THE NOTIFICATION REGISTER CBLNOTFY REWRITES ON
004900*    EVERY RUN.
005000*---------------------------------------------------------------
005100     SELECT PGLG-FILE       ASSIGN TO PGLGFILE
005200                             ORGANIZATION IS LINE SEQUENTIAL
005300                             FILE STATUS  IS WS-PGLG-STATUS.
005400*---------------------------------------------------------------
005500*    NTLGFILE - THE FORMATTED PAGE LOG.
005600*---------------------------------------------------------------
005700     SELECT NTLG-FILE       ASSIGN TO NTLGFILE
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS  IS WS-NTLG-STATUS.
006000*
006100 DATA DIVISION.
006200*-------------
006300 FILE SECTION.
006400*
006500 FD  PGLG-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY PGLGREC.
006900*
007000 FD  NTLG-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY PRTREC.
007400*
007500/
007600 WORKING-STORAGE SECTION.
007700*
007800*****************************************************
007900* STRUCTURE FOR INPUT                               *
008000*****************************************************
008100 01 WS-VARIABLES.
008200    05 WS-PROGRAM                PIC X(08) VALUE 'CBLNTLOG'.
008300    05 CURRENT-DATE              PIC 9(06).
008400    05 CURRENT-TIME              PIC 9(08).
008500    05 CURRENT-TIME-PARTS        REDEFINES CURRENT-TIME.
008600       10 CURRENT-TIME-HH           PIC 9(02).
008700       10 CURRENT-TIME-MM           PIC 9(02).
008800       10 CURRENT-TIME-SS           PIC 9(02).
008900       10 CURRENT-TIME-CC           PIC 9(02).
009000    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
009100    05 WS-LOG-DATE               PIC 9(06) VALUE 0.
009200    05 WS-LOG-WINDOW-SECS        PIC 9(09) VALUE 86400.
009300*
009400*****************************************************
009500* SWITCHES AND STATUS FIELDS                        *
009600*****************************************************
009700 01 WS-PGLG-STATUS               PIC X(02) VALUE '00'.
009800    88 WS-PGLG-STATUS-OK            VALUE '00'.
009900    88 WS-PGLG-STATUS-EOF           VALUE '10'.
010000*
010100 01 WS-NTLG-STATUS               PIC X(02) VALUE '00'.
010200    88 WS-NTLG-STATUS-OK            VALUE '00'.
010300*
010400 01 WS-NTLG-OPEN-SWITCH          PIC X(01) VALUE 'N'.
010500    88 WS-NTLG-FILE-OPEN            VALUE 'Y'.
010600*
010700 01 WS-LOG-MODE-SWITCH           PIC X(01) VALUE 'H'.
010800    88 WS-LOG-LAST-24-HOURS         VALUE 'H'.
010900    88 WS-LOG-ONE-DATE              VALUE 'D'.
010910*
010920 01 WS-SCOPE-SWITCH              PIC X(01) VALUE 'N'.
010930    88 WS-ROW-IN-SCOPE              VALUE 'Y'.
011000*
011100*****************************************************
011200* COUNTERS AND WORK FIELDS                          *
011300*****************************************************
011400 01 WS-PGLG-READ-COUNT           PIC 9(05) VALUE 0.
011500 01 WS-LOGGED-COUNT              PIC 9(05) VALUE 0.
011600 01 WS-ESCALATED-COUNT           PIC 9(05) VALUE 0.
011700 01 WS-ACKED-COUNT               PIC 9(05) VALUE 0.
011800 01 WS-UNACKED-COUNT             PIC 9(05) VALUE 0.
011900 01 WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.
012000 01 WS-LINE-COUNT                PIC 9(02) VALUE 99.
012100 01 WS-PAGE-COUNT                PIC 9(04) VALUE 0.
012200 01 WS-PRINT-LINE                PIC X(132) VALUE SPACES.
012300 01 WS-HHMM-WORK                 PIC 9(08) VALUE 0.
012400 01 WS-HHMM-PARTS                REDEFINES WS-HHMM-WORK.
012500    05 WS-HHMM                   PIC 9(04).
012600    05 FILLER                    PIC 9(04).
012700*
012800*****************************************************
012900* STAMP AGEING - AS IN CBLNOTFY, A SENT, ESCALATED *
013000* OR ACKNOWLEDGED STAMP IS AGED AGAINST THE CURRENT *
013050* DATE AND TIME.                                    *
013100*****************************************************
013200 01 WS-NOW-DAY-NUMBER            PIC 9(07) VALUE 0.
013300 01 WS-NOW-SECS                  PIC 9(05) VALUE 0.
013400 01 WS-STAMP-DATE                PIC 9(06) VALUE 0.
013500 01 WS-STAMP-TIME                PIC 9(08) VALUE 0.
013600 01 WS-STAMP-TIME-PARTS          REDEFINES WS-STAMP-TIME.
013700    05 WS-STAMP-TIME-HH          PIC 9(02).
013800    05 WS-STAMP-TIME-MM          PIC 9(02).
013900    05 WS-STAMP-TIME-SS          PIC 9(02).
014000    05 WS-STAMP-TIME-CC          PIC 9(02).
014100 01 WS-STAMP-DAY-NUMBER          PIC 9(07) VALUE 0.
014200 01 WS-STAMP-SECS                PIC 9(05) VALUE 0.
014300 01 WS-STAMP-AGE-SECS            PIC 9(09) VALUE 0.
014400*
014500 01 WS-SERIAL-DATE               PIC 9(06) VALUE 0.
014600 01 WS-SERIAL-PARTS              REDEFINES WS-SERIAL-DATE.
014700    05 WS-SERIAL-YY              PIC 9(02).
014800    05 WS-SERIAL-MM              PIC 9(02).
014900    05 WS-SERIAL-DD              PIC 9(02).
015000 01 WS-SERIAL-DAYS               PIC 9(07) VALUE 0.
015100 01 WS-SERIAL-WORK               PIC 9(07) VALUE 0.
015200 01 WS-SERIAL-REM                PIC 9(02) VALUE 0.
015300*
015400 01 WS-CUM-DAY-TABLE.
015500    05 FILLER                    PIC X(36) VALUE
015600          '000031059090120151181212243273304334'.
015700 01 WS-CUM-DAY-ENTRIES           REDEFINES WS-CUM-DAY-TABLE.
015800    05 WS-CUM-DAYS               PIC 9(03) OCCURS 12 TIMES.
015900*
016000*****************************************************
016100* REPORT LINE LAYOUTS                               *
016200*****************************************************
016300 01 WS-PAGE-HEADING.
016400    05 FILLER                    PIC X(17) VALUE
016500          'ON-CALL PAGE LOG '.
016600    05 WS-HDG-SCOPE              PIC X(24).
016700    05 FILLER                    PIC X(08) VALUE '   PAGE '.
016800    05 WS-HDG-PAGE               PIC ZZZ9.
016900    05 FILLER                    PIC X(79) VALUE SPACES.
017000*
017100 01 WS-COLUMN-HEADING-1.
017200    05 FILLER                    PIC X(48) VALUE
017300          'PAGE-ID TYP JOB-ID   CONDITION REF  SENT        '.
017400    05 FILLER                    PIC X(31) VALUE
017500          'PRIMARY          STATE         '.
017600    05 FILLER                    PIC X(23) VALUE
017700          'ACKNOWLEDGED BY  AT    '.
017800    05 FILLER                    PIC X(30) VALUE SPACES.
017900*
018000 01 WS-COLUMN-HEADING-2.
018100    05 FILLER                    PIC X(48) VALUE
018200          '        PAGE TEXT                               '.
018300    05 FILLER                    PIC X(54) VALUE
018400          'ESCALATED TO     AT          ESC-PAGE               '.
018500    05 FILLER                    PIC X(30) VALUE SPACES.
018600*
018700 01 WS-LOG-DETAIL-1.
018800    05 WS-DTL-PAGE-ID            PIC 9(06).
018900    05 FILLER                    PIC X(02) VALUE SPACES.
019000    05 WS-DTL-COND-TYPE          PIC X(03).
019100    05 FILLER                    PIC X(01) VALUE SPACES.
019200    05 WS-DTL-JOB-ID             PIC X(08).
019300    05 FILLER                    PIC X(01) VALUE SPACES.
019400    05 WS-DTL-COND-REF           PIC X(14).
019500    05 FILLER                    PIC X(01) VALUE SPACES.
019600    05 WS-DTL-SENT-DATE          PIC 9(06).
019700    05 FILLER                    PIC X(01) VALUE SPACES.
019800    05 WS-DTL-SENT-HHMM          PIC 9(04).
019900    05 FILLER                    PIC X(01) VALUE SPACES.
020000    05 WS-DTL-PRIMARY            PIC X(16).
020100    05 FILLER                    PIC X(01) VALUE SPACES.
020200    05 WS-DTL-STATE              PIC X(13).
020300    05 FILLER                    PIC X(01) VALUE SPACES.
020400    05 WS-DTL-ACK-BY             PIC X(16).
020500    05 FILLER                    PIC X(01) VALUE SPACES.
020600    05 WS-DTL-ACK-HHMM           PIC X(04).
020700    05 FILLER                    PIC X(32) VALUE SPACES.
020800*
020900 01 WS-LOG-DETAIL-2.
021000    05 FILLER                    PIC X(08) VALUE SPACES.
021100    05 WS-DTL-TEXT               PIC X(40).
021200    05 WS-DTL-SECONDARY          PIC X(16).
021300    05 FILLER                    PIC X(01) VALUE SPACES.
021400    05 WS-DTL-ESC-DATE           PIC X(06).
021500    05 FILLER                    PIC X(01) VALUE SPACES.
021600    05 WS-DTL-ESC-HHMM           PIC X(04).
021700    05 FILLER                    PIC X(01) VALUE SPACES.
021800    05 WS-DTL-ESC-PAGE-ID        PIC X(06).
021900    05 FILLER                    PIC X(49) VALUE SPACES.
022000*
022100 01 WS-TOTAL-LINE.
022200    05 WS-TOT-LABEL              PIC X(30).
022300    05 WS-TOT-COUNT              PIC ZZZZ9.
022400    05 FILLER                    PIC X(97) VALUE SPACES.
022500*
022600 LINKAGE SECTION.
022700  01 PRM-INFO.
022800     05 PRM-LENGTH               PIC S9(04) COMP.
022900     05 PRM-LOG-DATE             PIC 9(06).
023000*
023100 PROCEDURE DIVISION USING PRM-INFO.
023200*****************************************************
023300* MAIN PROGRAM ROUTINE                              *
023400*****************************************************
023500 0000-MAIN-PROCESS.
023600*
023700      PERFORM 1000-INITIALIZE
023800         THRU 1000-INITIALIZE-EXIT
023900*
024000      IF WS-RETURN-CODE < 8
024100         PERFORM 2000-LIST-REGISTER
024200            THRU 2000-LIST-REGISTER-EXIT
024300         PERFORM 5000-WRITE-TOTALS
024400            THRU 5000-WRITE-TOTALS-EXIT
024500      END-IF
024600*
024700      PERFORM 9000-TERMINATE
024800         THRU 9000-TERMINATE-EXIT
024900*
025000      MOVE WS-RETURN-CODE TO RETURN-CODE
025100      GOBACK
025200      .
025300 0000-MAIN-PROCESS-EXIT.
025400      EXIT.
025500*
025600*****************************************************
025700* 1000-INITIALIZE - TAKE THE LOG DATE FROM THE PARM *
025800* WHEN ONE IS GIVEN, OTHERWISE LOG THE LAST 24      *
025900* HOURS, AND OPEN THE REGISTER AND THE LOG.  THE    *
026000* REGISTER IS REQUIRED.                             *
026100*****************************************************
026200 1000-INITIALIZE.
026300*
026400      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
026500      DISPLAY '-------------------------------'
026600      DISPLAY ' '
026700*
026800      ACCEPT CURRENT-DATE     FROM DATE
026900      ACCEPT CURRENT-TIME     FROM TIME
027000*
027100      MOVE SPACES             TO WS-HDG-SCOPE
027200      IF PRM-LENGTH > 0
027300         IF PRM-LOG-DATE IS NUMERIC
027400            AND PRM-LOG-DATE > 0
027500            MOVE PRM-LOG-DATE       TO WS-LOG-DATE
027600            SET WS-LOG-ONE-DATE     TO TRUE
027700         ELSE
027800            DISPLAY ' *** PRM-LOG-DATE IS NOT A DATE - THE LAST '
027900               '24 HOURS ARE LOGGED ***'
028000         END-IF
028100      END-IF
028200      IF WS-LOG-ONE-DATE
028300         STRING 'FOR ACTIVITY ON ' WS-LOG-DATE
028400                DELIMITED BY SIZE INTO WS-HDG-SCOPE
028500         DISPLAY ' PAGES SENT, ESCALATED OR ACKNOWLEDGED ON '
028550            WS-LOG-DATE
028600      ELSE
028700         MOVE 'FOR THE LAST 24 HOURS'   TO WS-HDG-SCOPE
028800         DISPLAY ' PAGES SENT, ESCALATED OR ACKNOWLEDGED IN THE '
028850            'LAST 24 HOURS'
028900      END-IF
029000*
029100      MOVE CURRENT-DATE       TO WS-SERIAL-DATE
029200      PERFORM 6100-DATE-TO-DAY-NUMBER
029300         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
029400      MOVE WS-SERIAL-DAYS     TO WS-NOW-DAY-NUMBER
029500      COMPUTE WS-NOW-SECS =
029600          (CURRENT-TIME-HH * 3600)
029700        + (CURRENT-TIME-MM * 60)
029800        +  CURRENT-TIME-SS
029900*
030000      OPEN INPUT PGLG-FILE
030100      IF NOT WS-PGLG-STATUS-OK
030200         DISPLAY ' *** PGLGFILE COULD NOT BE OPENED - STATUS: '
030300            WS-PGLG-STATUS ' - RUN ABANDONED ***'
030400         MOVE 8               TO WS-RETURN-CODE
030500         GO TO 1000-INITIALIZE-EXIT
030600      END-IF
030700*
030800      OPEN OUTPUT NTLG-FILE
030900      IF NOT WS-NTLG-STATUS-OK
031000         DISPLAY ' *** NTLGFILE COULD NOT BE OPENED - STATUS: '
031100            WS-NTLG-STATUS ' ***'
031200         CLOSE PGLG-FILE
031300         MOVE 12              TO WS-RETURN-CODE
031400         GO TO 1000-INITIALIZE-EXIT
031500      END-IF
031600      SET WS-NTLG-FILE-OPEN   TO TRUE
031700      .
031800 1000-INITIALIZE-EXIT.
031900      EXIT.
032000*
032100*****************************************************
032200* 2000-LIST-REGISTER - READ THE REGISTER THROUGH    *
032300* AND LOG EACH PAGE THAT FALLS IN THE LOG SCOPE.    *
032400*****************************************************
032500 2000-LIST-REGISTER.
032600*
032700      PERFORM 2100-LOG-ONE-ROW
032800         THRU 2100-LOG-ONE-ROW-EXIT
032900         UNTIL WS-PGLG-STATUS-EOF
033000      CLOSE PGLG-FILE
033100*
033200      IF WS-LOGGED-COUNT = 0
033300         MOVE SPACES          TO WS-PRINT-LINE
033400         MOVE 'NO PAGES SENT, ESCALATED OR ACKNOWLEDGED IN PERIOD'
033500            TO WS-PRINT-LINE
033600         PERFORM 5900-WRITE-REPORT-LINE
033700            THRU 5900-WRITE-REPORT-LINE-EXIT
033800      END-IF
033900      .
034000 2000-LIST-REGISTER-EXIT.
034100      EXIT.
034200*
034300*****************************************************
034400* 2100-LOG-ONE-ROW - READ ONE REGISTER ROW.  A PAGE *
034500* IS IN SCOPE WHEN IT WAS SENT, ESCALATED OR        *
034510* ACKNOWLEDGED IN THE LOG PERIOD.  THE CONTROL ROW  *
034520* AND PAGES OUTSIDE THE SCOPE ARE PASSED OVER;      *
034600* EVERY OTHER ROW IS COUNTED BY ITS STATE AND       *
034700* WRITTEN AS TWO LOG LINES.                         *
034800*****************************************************
034900 2100-LOG-ONE-ROW.
035000*
035100      READ PGLG-FILE
035200         AT END
035300            MOVE '10'   TO WS-PGLG-STATUS
035400            GO TO 2100-LOG-ONE-ROW-EXIT
035500      END-READ
035600      ADD 1                   TO WS-PGLG-READ-COUNT
035700      IF PGLG-CONTROL-ROW
035800         OR PGLG-SENT-DATE NOT NUMERIC
035900         GO TO 2100-LOG-ONE-ROW-EXIT
036000      END-IF
036100*
036200      MOVE 'N'                TO WS-SCOPE-SWITCH
036300      IF PGLG-SENT-TIME IS NUMERIC
036400         MOVE PGLG-SENT-DATE  TO WS-STAMP-DATE
036500         MOVE PGLG-SENT-TIME  TO WS-STAMP-TIME
036600         PERFORM 2200-TEST-STAMP
036700            THRU 2200-TEST-STAMP-EXIT
036800      END-IF
036900      IF PGLG-ESC-DATE IS NUMERIC
037000         AND PGLG-ESC-TIME IS NUMERIC
037100         MOVE PGLG-ESC-DATE   TO WS-STAMP-DATE
037200         MOVE PGLG-ESC-TIME   TO WS-STAMP-TIME
037210         PERFORM 2200-TEST-STAMP
037220            THRU 2200-TEST-STAMP-EXIT
037230      END-IF
037240      IF PGLG-ACK-DATE IS NUMERIC
037250         AND PGLG-ACK-TIME IS NUMERIC
037260         MOVE PGLG-ACK-DATE   TO WS-STAMP-DATE
037270         MOVE PGLG-ACK-TIME   TO WS-STAMP-TIME
037280         PERFORM 2200-TEST-STAMP
037290            THRU 2200-TEST-STAMP-EXIT
037300      END-IF
037350      IF NOT WS-ROW-IN-SCOPE
037360         GO TO 2100-LOG-ONE-ROW-EXIT
037400      END-IF
037500*
037600      ADD 1                   TO WS-LOGGED-COUNT
037700      MOVE PGLG-PAGE-ID       TO WS-DTL-PAGE-ID
037800      MOVE PGLG-COND-TYPE     TO WS-DTL-COND-TYPE
037900      MOVE PGLG-JOB-ID        TO WS-DTL-JOB-ID
038000      MOVE PGLG-COND-REF      TO WS-DTL-COND-REF
038100      MOVE PGLG-SENT-DATE     TO WS-DTL-SENT-DATE
038200      MOVE PGLG-SENT-TIME     TO WS-HHMM-WORK
038300      MOVE WS-HHMM            TO WS-DTL-SENT-HHMM
038400      MOVE PGLG-PRIMARY-CONTACT   TO WS-DTL-PRIMARY
038500      MOVE SPACES             TO WS-DTL-ACK-BY
038600      MOVE SPACES             TO WS-DTL-ACK-HHMM
038700      EVALUATE TRUE
038800         WHEN PGLG-STATE-ACKED
038900            MOVE 'ACKNOWLEDGED'     TO WS-DTL-STATE
039000            MOVE PGLG-ACK-BY        TO WS-DTL-ACK-BY
039100            MOVE PGLG-ACK-TIME      TO WS-HHMM-WORK
039200            MOVE WS-HHMM            TO WS-DTL-ACK-HHMM
039300            ADD 1                   TO WS-ACKED-COUNT
039400         WHEN PGLG-STATE-ESCALATED
039500            MOVE 'ESCALATED'        TO WS-DTL-STATE
039600            ADD 1                   TO WS-UNACKED-COUNT
039700         WHEN OTHER
039800            MOVE 'SENT - NO ACK'    TO WS-DTL-STATE
039900            ADD 1                   TO WS-UNACKED-COUNT
040000      END-EVALUATE
040100      MOVE WS-LOG-DETAIL-1    TO WS-PRINT-LINE
040200      PERFORM 5900-WRITE-REPORT-LINE
040300         THRU 5900-WRITE-REPORT-LINE-EXIT
040400*
040500      MOVE PGLG-TEXT          TO WS-DTL-TEXT
040600      MOVE SPACES             TO WS-DTL-SECONDARY
040700      MOVE SPACES             TO WS-DTL-ESC-DATE
040800      MOVE SPACES             TO WS-DTL-ESC-HHMM
040900      MOVE SPACES             TO WS-DTL-ESC-PAGE-ID
041000      IF PGLG-ESC-PAGE-ID IS NUMERIC
041100         AND PGLG-ESC-PAGE-ID > 0
041200         ADD 1                TO WS-ESCALATED-COUNT
041300         MOVE PGLG-SECONDARY-CONTACT  TO WS-DTL-SECONDARY
041400         MOVE PGLG-ESC-DATE   TO WS-DTL-ESC-DATE
041500         MOVE PGLG-ESC-TIME   TO WS-HHMM-WORK
041600         MOVE WS-HHMM         TO WS-DTL-ESC-HHMM
041700         MOVE PGLG-ESC-PAGE-ID    TO WS-DTL-ESC-PAGE-ID
041800      END-IF
041900      MOVE WS-LOG-DETAIL-2    TO WS-PRINT-LINE
042000      PERFORM 5900-WRITE-REPORT-LINE
042100         THRU 5900-WRITE-REPORT-LINE-EXIT
042200      .
042300 2100-LOG-ONE-ROW-EXIT.
042400      EXIT.
042410*
042420*****************************************************
042430* 2200-TEST-STAMP - PUT THE ROW IN SCOPE WHEN THE   *
042440* STAMP IN WS-STAMP-DATE / WS-STAMP-TIME FALLS ON   *
042450* THE LOG DATE, OR WITHIN THE LAST 24 HOURS.  A     *
042460* ZERO STAMP - NOT YET ESCALATED OR ACKNOWLEDGED -  *
042470* IS PASSED OVER.                                   *
042480*****************************************************
042490 2200-TEST-STAMP.
042500*
042510      IF WS-STAMP-DATE = 0
042520         GO TO 2200-TEST-STAMP-EXIT
042530      END-IF
042540      IF WS-LOG-ONE-DATE
042550         IF WS-STAMP-DATE = WS-LOG-DATE
042560            SET WS-ROW-IN-SCOPE  TO TRUE
042570         END-IF
042580      ELSE
042590         PERFORM 6000-AGE-STAMP
042600            THRU 6000-AGE-STAMP-EXIT
042610         IF WS-STAMP-AGE-SECS NOT > WS-LOG-WINDOW-SECS
042620            SET WS-ROW-IN-SCOPE  TO TRUE
042630         END-IF
042640      END-IF
042650      .
042660 2200-TEST-STAMP-EXIT.
042670      EXIT.
042500*
042600*****************************************************
042700* 5000-WRITE-TOTALS - WRITE THE LOG TOTALS: PAGES   *
042800* SENT, ESCALATED, ACKNOWLEDGED AND STILL WAITING.  *
042900*****************************************************
043000 5000-WRITE-TOTALS.
043100*
043200      MOVE SPACES             TO WS-PRINT-LINE
043300      PERFORM 5900-WRITE-REPORT-LINE
043400         THRU 5900-WRITE-REPORT-LINE-EXIT
043500      MOVE 'PAGES LOGGED'             TO WS-TOT-LABEL
043600      MOVE WS-LOGGED-COUNT            TO WS-TOT-COUNT
043700      MOVE WS-TOTAL-LINE              TO WS-PRINT-LINE
043800      PERFORM 5900-WRITE-REPORT-LINE
043900         THRU 5900-WRITE-REPORT-LINE-EXIT
044000      MOVE 'ESCALATED TO SECONDARY'   TO WS-TOT-LABEL
044100      MOVE WS-ESCALATED-COUNT         TO WS-TOT-COUNT
044200      MOVE WS-TOTAL-LINE              TO WS-PRINT-LINE
044300      PERFORM 5900-WRITE-REPORT-LINE
044400         THRU 5900-WRITE-REPORT-LINE-EXIT
044500      MOVE 'ACKNOWLEDGED'             TO WS-TOT-LABEL
044600      MOVE WS-ACKED-COUNT             TO WS-TOT-COUNT
044700      MOVE WS-TOTAL-LINE              TO WS-PRINT-LINE
044800      PERFORM 5900-WRITE-REPORT-LINE
044900         THRU 5900-WRITE-REPORT-LINE-EXIT
045000      MOVE 'STILL UNACKNOWLEDGED'     TO WS-TOT-LABEL
045100      MOVE WS-UNACKED-COUNT           TO WS-TOT-COUNT
045200      MOVE WS-TOTAL-LINE              TO WS-PRINT-LINE
045300      PERFORM 5900-WRITE-REPORT-LINE
045400         THRU 5900-WRITE-REPORT-LINE-EXIT
045500      .
045600 5000-WRITE-TOTALS-EXIT.
045700      EXIT.
045800*
045900*****************************************************
046000* 5900-WRITE-REPORT-LINE - WRITE THE LINE STAGED IN *
046100* WS-PRINT-LINE, STARTING A NEW PAGE WITH HEADINGS  *
046200* WHEN THE CURRENT PAGE IS FULL.                    *
046300*****************************************************
046400 5900-WRITE-REPORT-LINE.
046500*
046600      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
046700         PERFORM 5950-START-NEW-PAGE
046800            THRU 5950-START-NEW-PAGE-EXIT
046900      END-IF
047000      MOVE WS-PRINT-LINE      TO PRT-RECORD
047100      WRITE PRT-RECORD
047200      IF NOT WS-NTLG-STATUS-OK
047300         DISPLAY ' *** NTLGFILE WRITE FAILED - STATUS: '
047400            WS-NTLG-STATUS ' ***'
047500         MOVE 12              TO WS-RETURN-CODE
047600      END-IF
047700      ADD 1                   TO WS-LINE-COUNT
047800      .
047900 5900-WRITE-REPORT-LINE-EXIT.
048000      EXIT.
048100*
048200*****************************************************
048300* 5950-START-NEW-PAGE - ADVANCE THE PAGE COUNT AND  *
048400* WRITE THE PAGE AND COLUMN HEADINGS.               *
048500*****************************************************
048600 5950-START-NEW-PAGE.
048700*
048800      ADD 1                   TO WS-PAGE-COUNT
048900      MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE
049000      MOVE WS-PAGE-HEADING    TO PRT-RECORD
049100      WRITE PRT-RECORD
049200      MOVE WS-COLUMN-HEADING-1    TO PRT-RECORD
049300      WRITE PRT-RECORD
049400      MOVE WS-COLUMN-HEADING-2    TO PRT-RECORD
049500      WRITE PRT-RECORD
049600      MOVE SPACES             TO PRT-RECORD
049700      WRITE PRT-RECORD
049800      MOVE 4                  TO WS-LINE-COUNT
049900      .
050000 5950-START-NEW-PAGE-EXIT.
050100      EXIT.
050200*
050300*****************************************************
050400* 6000-AGE-STAMP - WORK OUT HOW MANY SECONDS HAVE   *
050500* PASSED SINCE WS-STAMP-DATE / WS-STAMP-TIME.  A    *
050600* STAMP IN THE FUTURE AGES TO ZERO.                 *
050700*****************************************************
050800 6000-AGE-STAMP.
050900*
051000      MOVE WS-STAMP-DATE      TO WS-SERIAL-DATE
051100      PERFORM 6100-DATE-TO-DAY-NUMBER
051200         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
051300      MOVE WS-SERIAL-DAYS     TO WS-STAMP-DAY-NUMBER
051400      COMPUTE WS-STAMP-SECS =
051500          (WS-STAMP-TIME-HH * 3600)
051600        + (WS-STAMP-TIME-MM * 60)
051700        +  WS-STAMP-TIME-SS
051800*
051900      IF WS-STAMP-DAY-NUMBER > WS-NOW-DAY-NUMBER
052000         OR (WS-STAMP-DAY-NUMBER = WS-NOW-DAY-NUMBER
052100            AND WS-STAMP-SECS > WS-NOW-SECS)
052200         MOVE 0               TO WS-STAMP-AGE-SECS
052300      ELSE
052400         COMPUTE WS-STAMP-AGE-SECS =
052500             ((WS-NOW-DAY-NUMBER - WS-STAMP-DAY-NUMBER)
052600                * 86400)
052700           + WS-NOW-SECS - WS-STAMP-SECS
052800      END-IF
052900      .
053000 6000-AGE-STAMP-EXIT.
053100      EXIT.
053200*
053300*****************************************************
053400* 6100-DATE-TO-DAY-NUMBER - REDUCE WS-SERIAL-DATE   *
053500* (YYMMDD, TAKEN AS 20YY) TO A DAY NUMBER: WHOLE    *
053600* YEARS AT 365 DAYS PLUS ACCRUED LEAP DAYS, PLUS THE*
053700* DAYS OF THE COMPLETED MONTHS, PLUS THE DAY OF THE *
053800* MONTH, WITH THIS YEAR'S LEAP DAY COUNTED ONCE     *
053900* MARCH IS REACHED.  A DATE THAT IS NOT A DATE      *
054000* REDUCES TO ZERO.                                  *
054100*****************************************************
054200 6100-DATE-TO-DAY-NUMBER.
054300*
054400      IF WS-SERIAL-MM < 1
054500         OR WS-SERIAL-MM > 12
054600         MOVE 0               TO WS-SERIAL-DAYS
054700         GO TO 6100-DATE-TO-DAY-NUMBER-EXIT
054800      END-IF
054900      COMPUTE WS-SERIAL-DAYS =
055000          (WS-SERIAL-YY * 365)
055100        + WS-CUM-DAYS (WS-SERIAL-MM)
055200        + WS-SERIAL-DD
055300      COMPUTE WS-SERIAL-WORK = WS-SERIAL-YY + 3
055400      DIVIDE WS-SERIAL-WORK BY 4
055500         GIVING WS-SERIAL-WORK
055600      ADD WS-SERIAL-WORK      TO WS-SERIAL-DAYS
055700      DIVIDE WS-SERIAL-YY BY 4
055800         GIVING WS-SERIAL-WORK
055900         REMAINDER WS-SERIAL-REM
056000      IF WS-SERIAL-REM = 0
056100         AND WS-SERIAL-MM > 2
056200         ADD 1                TO WS-SERIAL-DAYS
056300      END-IF
056400      .
056500 6100-DATE-TO-DAY-NUMBER-EXIT.
056600      EXIT.
056700*
056800*****************************************************
056900* 9000-TERMINATE - CLOSE THE LOG, SET THE RETURN    *
057000* CODE AND DISPLAY THE RUN SUMMARY.                 *
057100*****************************************************
057200 9000-TERMINATE.
057300*
057400      IF WS-NTLG-FILE-OPEN
057500         CLOSE NTLG-FILE
057600      END-IF
057700      IF WS-UNACKED-COUNT > 0
057800         AND WS-RETURN-CODE < 4
057900         MOVE 4               TO WS-RETURN-CODE
058000      END-IF
058100*
058200      DISPLAY ' '
058300      DISPLAY ' REGISTER ROWS READ      : ' WS-PGLG-READ-COUNT
058400      DISPLAY ' PAGES LOGGED            : ' WS-LOGGED-COUNT
058500      DISPLAY ' ESCALATED TO SECONDARY  : ' WS-ESCALATED-COUNT
058600      DISPLAY ' ACKNOWLEDGED            : ' WS-ACKED-COUNT
058700      DISPLAY ' STILL UNACKNOWLEDGED    : ' WS-UNACKED-COUNT
058800      DISPLAY ' '
058900      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
059000      .
059100 9000-TERMINATE-EXIT.
059200      EXIT.
