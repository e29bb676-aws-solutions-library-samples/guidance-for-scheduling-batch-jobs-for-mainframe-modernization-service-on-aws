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
001900 PROGRAM-ID.    CBLCTVER.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - CONTROL-TOTALS CHECK OF
002900*                        THE SHARED BATCH FILES, RUN AHEAD OF
003000*                        CBLRECON AND CBLCYCLE.  RECOUNTS
003100*                        HISTFILE, EVNTFILE, CHKPFILE AND PLANFILE
003200*                        AND RECOMPUTES THEIR HASH TOTALS BY THE
003300*                        RULES IN CTOTREC, COMPARES EACH WITH THE
003400*                        CONTROL RECORD ITS WRITERS KEEP ON
003500*                        CTOTFILE AND REPORTS EVERY FILE AS
003600*                        BALANCED OR OUT OF BALANCE ON CTVRFILE.
003700*                        A FILE TRUNCATED, REWRITTEN OR EDITED
003800*                        OUTSIDE THE SUITE NO LONGER BALANCES, AND
003900*                        THE RETURN CODE (08) LETS THE SCHEDULER
004000*                        HOLD THE CYCLE CLOSE UNTIL IT IS
004100*                        EXPLAINED.
004200******************************************************************
004300/
004400 ENVIRONMENT DIVISION.
004500*--------------------
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-ZSERIES.
004800 OBJECT-COMPUTER.   IBM-ZSERIES.
004900*
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200*---------------------------------------------------------------
005300*    CTOTFILE - THE CONTROL-TOTALS RECORDS KEPT BY CBLHELLO,
005400*    CBLHARCH AND CBLDSPCH, ONE PER SHARED FILE.
005500*---------------------------------------------------------------
005600     SELECT CTOT-FILE       ASSIGN TO CTOTFILE
005700                             ORGANIZATION IS LINE SEQUENTIAL
005800                             FILE STATUS  IS WS-CTOT-STATUS.
005900*---------------------------------------------------------------
006000*    HISTFILE - PERSISTENT RUN-HISTORY LOG.
006100*---------------------------------------------------------------
006200     SELECT HIST-FILE       ASSIGN TO HISTFILE
006300                             ORGANIZATION IS LINE SEQUENTIAL
006400                             FILE STATUS  IS WS-HIST-STATUS.
006500*---------------------------------------------------------------
006600*    EVNTFILE - COMPLETION-EVENT STREAM.
006700*---------------------------------------------------------------
006800     SELECT EVNT-FILE       ASSIGN TO EVNTFILE
006900                             ORGANIZATION IS LINE SEQUENTIAL
007000                             FILE STATUS  IS WS-EVNT-STATUS.
007100*---------------------------------------------------------------
007200*    CHKPFILE - STEP CHECKPOINTS LEFT BY THE LAST CBLHELLO RUN.
007300*---------------------------------------------------------------
007400     SELECT CHKP-FILE       ASSIGN TO CHKPFILE
007500                             ORGANIZATION IS LINE SEQUENTIAL
007600                             FILE STATUS  IS WS-CHKP-STATUS.
007700*---------------------------------------------------------------
007800*    PLANFILE - THE DISPATCH PLAN BUILT BY CBLDSPCH.
007900*---------------------------------------------------------------
008000     SELECT PLAN-FILE       ASSIGN TO PLANFILE
008100                             ORGANIZATION IS LINE SEQUENTIAL
008200                             FILE STATUS  IS WS-PLAN-STATUS.
008300*---------------------------------------------------------------
008400*    CTVRFILE - THE FORMATTED VERIFICATION REPORT.
008500*---------------------------------------------------------------
008600     SELECT CTVR-FILE       ASSIGN TO CTVRFILE
008700                             ORGANIZATION IS LINE SEQUENTIAL
008800                             FILE STATUS  IS WS-CTVR-STATUS.
008900*
009000 DATA DIVISION.
009100*-------------
009200 FILE SECTION.
009300*
009400 FD  CTOT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY CTOTREC.
009800*
009900 FD  HIST-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY HISTREC.
010300*
010400 FD  EVNT-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700     COPY EVNTREC.
010800*
010900 FD  CHKP-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY CHKPREC.
011300*
011400 FD  PLAN-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700     COPY PLANREC.
011800*
011900 FD  CTVR-FILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200     COPY PRTREC.
012300*
012400/
012500 WORKING-STORAGE SECTION.
012600*
012700*****************************************************
012800* STRUCTURE FOR INPUT                               *
012900*****************************************************
013000 01 WS-VARIABLES.
013100    05 WS-PROGRAM                PIC X(08) VALUE 'CBLCTVER'.
013200    05 CURRENT-DATE              PIC 9(06).
013300    05 CURRENT-TIME              PIC 9(08).
013400    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
013500*
013600*****************************************************
013700* SWITCHES AND STATUS FIELDS                        *
013800*****************************************************
013900 01 WS-CTOT-STATUS               PIC X(02) VALUE '00'.
014000    88 WS-CTOT-STATUS-OK            VALUE '00'.
014100    88 WS-CTOT-STATUS-EOF           VALUE '10'.
014200*
014300 01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
014400    88 WS-HIST-STATUS-OK            VALUE '00'.
014500    88 WS-HIST-STATUS-EOF           VALUE '10'.
014600*
014700 01 WS-EVNT-STATUS               PIC X(02) VALUE '00'.
014800    88 WS-EVNT-STATUS-OK            VALUE '00'.
014900    88 WS-EVNT-STATUS-EOF           VALUE '10'.
015000*
015100 01 WS-CHKP-STATUS               PIC X(02) VALUE '00'.
015200    88 WS-CHKP-STATUS-OK            VALUE '00'.
015300    88 WS-CHKP-STATUS-EOF           VALUE '10'.
015400*
015500 01 WS-PLAN-STATUS               PIC X(02) VALUE '00'.
015600    88 WS-PLAN-STATUS-OK            VALUE '00'.
015700    88 WS-PLAN-STATUS-EOF           VALUE '10'.
015800*
015900 01 WS-CTVR-STATUS               PIC X(02) VALUE '00'.
016000    88 WS-CTVR-STATUS-OK            VALUE '00'.
016100*
016200 01 WS-CTVR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
016300    88 WS-CTVR-FILE-OPEN            VALUE 'Y'.
016400*
016500 01 WS-CTOT-FILE-SWITCH          PIC X(01) VALUE 'N'.
016600    88 WS-CTOT-FILE-PRESENT         VALUE 'Y'.
016700*
016800 01 WS-DATA-FILE-SWITCH          PIC X(01) VALUE 'N'.
016900    88 WS-DATA-FILE-PRESENT         VALUE 'Y'.
017000    88 WS-DATA-FILE-ABSENT          VALUE 'N'.
017100*
017200*****************************************************
017300* TOTALS RECOMPUTED FROM THE FILE UNDER CHECK       *
017400*****************************************************
017500 01 WS-CHK-FILE-NAME             PIC X(08) VALUE SPACES.
017600 01 WS-ACT-COUNT                 PIC 9(09) VALUE 0.
017700 01 WS-ACT-HASH-RC               PIC 9(11) VALUE 0.
017800 01 WS-ACT-HASH-SECONDS          PIC 9(13) VALUE 0.
017900*
018000*****************************************************
018100* COUNTERS AND WORK FIELDS                          *
018200*****************************************************
018300 01 WS-CTOT-READ-COUNT           PIC 9(04) VALUE 0.
018400 01 WS-FILES-CHECKED             PIC 9(02) VALUE 0.
018500 01 WS-FILES-BALANCED            PIC 9(02) VALUE 0.
018600 01 WS-FILES-OUT-OF-BALANCE      PIC 9(02) VALUE 0.
018700 01 WS-FILES-NO-CONTROL          PIC 9(02) VALUE 0.
018800 01 WS-CTOT-IDX                  PIC 9(04) VALUE 0.
018900 01 WS-CTOT-SRCH-IDX             PIC 9(04) VALUE 0.
019000 01 WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.
019100 01 WS-LINE-COUNT                PIC 9(02) VALUE 99.
019200 01 WS-PAGE-COUNT                PIC 9(04) VALUE 0.
019300 01 WS-PRINT-LINE                PIC X(132) VALUE SPACES.
019400*
019500*****************************************************
019600* CONTROL-TOTALS TABLE - ONE ROW PER CTOTFILE       *
019700* RECORD, IN FILE ORDER.                            *
019800*****************************************************
019900 01 WS-CTOT-TABLE.
020000    05 WS-CTOT-ENTRY-COUNT       PIC 9(04) VALUE 0.
020100    05 WS-CTOT-ENTRIES OCCURS 0 TO 20 TIMES
020200              DEPENDING ON WS-CTOT-ENTRY-COUNT.
020300       10 WS-CTOT-TBL-FILE-NAME     PIC X(08).
020400       10 WS-CTOT-TBL-COUNT         PIC 9(09).
020500       10 WS-CTOT-TBL-HASH-RC       PIC 9(11).
020600       10 WS-CTOT-TBL-HASH-SECONDS  PIC 9(13).
020700       10 WS-CTOT-TBL-LAST-DATE     PIC 9(06).
020800       10 WS-CTOT-TBL-LAST-TIME     PIC 9(08).
020900       10 WS-CTOT-TBL-LAST-PROGRAM  PIC X(08).
021000*
021100*****************************************************
021200* REPORT LINE LAYOUTS                               *
021300*****************************************************
021400 01 WS-PAGE-HEADING.
021500    05 FILLER                    PIC X(40) VALUE
021600          'SHARED FILE CONTROL-TOTALS VERIFICATION '.
021700    05 FILLER                    PIC X(12) VALUE
021800          '   RUN DATE '.
021900    05 WS-HDG-DATE               PIC 9(06).
022000    05 FILLER                    PIC X(01) VALUE SPACE.
022100    05 WS-HDG-TIME               PIC 9(08).
022200    05 FILLER                    PIC X(08) VALUE '   PAGE '.
022300    05 WS-HDG-PAGE               PIC ZZZ9.
022400    05 FILLER                    PIC X(53) VALUE SPACES.
022500*
022600 01 WS-COLUMN-HEADING.
022700    05 FILLER                    PIC X(46) VALUE
022800          'FILE      SOURCE       RECORDS         RC HASH'.
022900    05 FILLER                    PIC X(43) VALUE
023000          '       SECONDS HASH  RESULT                '.
023100    05 FILLER                    PIC X(43) VALUE
023200          'LAST WRITTEN BY'.
023300*
023400 01 WS-DETAIL-LINE.
023500    05 WS-DTL-FILE-NAME          PIC X(08).
023600    05 FILLER                    PIC X(02) VALUE SPACES.
023700    05 WS-DTL-SOURCE             PIC X(07).
023800    05 FILLER                    PIC X(02) VALUE SPACES.
023900    05 WS-DTL-COUNT              PIC ZZZ,ZZZ,ZZ9.
024000    05 FILLER                    PIC X(02) VALUE SPACES.
024100    05 WS-DTL-HASH-RC            PIC ZZ,ZZZ,ZZZ,ZZ9.
024200    05 FILLER                    PIC X(02) VALUE SPACES.
024300    05 WS-DTL-HASH-SECONDS       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
024400    05 FILLER                    PIC X(02) VALUE SPACES.
024500    05 WS-DTL-RESULT             PIC X(20).
024600    05 FILLER                    PIC X(02) VALUE SPACES.
024700    05 WS-DTL-LAST-PROGRAM       PIC X(08).
024800    05 FILLER                    PIC X(01) VALUE SPACE.
024900    05 WS-DTL-LAST-DATE          PIC X(06).
025000    05 FILLER                    PIC X(01) VALUE SPACE.
025100    05 WS-DTL-LAST-TIME          PIC X(08).
025200    05 FILLER                    PIC X(19) VALUE SPACES.
025300*
025400 01 WS-VERDICT-LINE.
025500    05 FILLER                    PIC X(16) VALUE
025600          'INTEGRITY CHECK '.
025700    05 WS-VERDICT-TEXT           PIC X(40).
025800    05 FILLER                    PIC X(76) VALUE SPACES.
025900*
026000 01 WS-SUMMARY-LINE.
026100    05 WS-SUM-LABEL              PIC X(30).
026200    05 WS-SUM-COUNT              PIC Z9.
026300    05 FILLER                    PIC X(100) VALUE SPACES.
026400*
026500 PROCEDURE DIVISION.
026600*****************************************************
026700* MAIN PROGRAM ROUTINE                              *
026800*****************************************************
026900 0000-MAIN-PROCESS.
027000*
027100      PERFORM 1000-INITIALIZE
027200         THRU 1000-INITIALIZE-EXIT
027300*
027400      IF WS-CTVR-FILE-OPEN
027500         PERFORM 2000-CHECK-HISTFILE
027600            THRU 2000-CHECK-HISTFILE-EXIT
027700         PERFORM 2100-CHECK-EVNTFILE
027800            THRU 2100-CHECK-EVNTFILE-EXIT
027900         PERFORM 2200-CHECK-CHKPFILE
028000            THRU 2200-CHECK-CHKPFILE-EXIT
028100         PERFORM 2300-CHECK-PLANFILE
028200            THRU 2300-CHECK-PLANFILE-EXIT
028300         PERFORM 5000-WRITE-SUMMARY
028400            THRU 5000-WRITE-SUMMARY-EXIT
028500      END-IF
028600*
028700      PERFORM 9000-TERMINATE
028800         THRU 9000-TERMINATE-EXIT
028900*
029000      MOVE WS-RETURN-CODE TO RETURN-CODE
029100      GOBACK
029200      .
029300 0000-MAIN-PROCESS-EXIT.
029400      EXIT.
029500*
029600*****************************************************
029700* 1000-INITIALIZE - LOAD THE CONTROL-TOTALS RECORDS *
029800* AND OPEN THE VERIFICATION REPORT.  A MISSING      *
029900* CTOTFILE LEAVES EVERY FILE WITHOUT A CONTROL      *
030000* RECORD AND FAILS THE CHECK, BUT THE FILES ARE     *
030100* STILL COUNTED AND REPORTED.                       *
030200*****************************************************
030300 1000-INITIALIZE.
030400*
030500      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
030600      DISPLAY '-------------------------------'
030700      DISPLAY ' '
030800*
030900      ACCEPT CURRENT-DATE     FROM DATE
031000      ACCEPT CURRENT-TIME     FROM TIME
031100*
031200      OPEN INPUT CTOT-FILE
031300      IF WS-CTOT-STATUS-OK
031400         SET WS-CTOT-FILE-PRESENT TO TRUE
031500         PERFORM 1100-LOAD-CTOT-RECORD
031600            THRU 1100-LOAD-CTOT-RECORD-EXIT
031700            UNTIL WS-CTOT-STATUS-EOF
031800         CLOSE CTOT-FILE
031900      ELSE
032000         DISPLAY ' *** CTOTFILE COULD NOT BE OPENED - STATUS: '
032100            WS-CTOT-STATUS ' - NO CONTROL TOTALS ***'
032200         MOVE 8               TO WS-RETURN-CODE
032300      END-IF
032400*
032500      OPEN OUTPUT CTVR-FILE
032600      IF NOT WS-CTVR-STATUS-OK
032700         DISPLAY ' *** CTVRFILE COULD NOT BE OPENED - STATUS: '
032800            WS-CTVR-STATUS ' ***'
032900         MOVE 12              TO WS-RETURN-CODE
033000         GO TO 1000-INITIALIZE-EXIT
033100      END-IF
033200      SET WS-CTVR-FILE-OPEN   TO TRUE
033300      MOVE CURRENT-DATE       TO WS-HDG-DATE
033400      MOVE CURRENT-TIME       TO WS-HDG-TIME
033500      .
033600 1000-INITIALIZE-EXIT.
033700      EXIT.
033800*
033900*****************************************************
034000* 1100-LOAD-CTOT-RECORD - READ ONE CONTROL-TOTALS   *
034100* RECORD INTO THE TABLE.  A BLANK FILE NAME OR A    *
034200* NON-NUMERIC TOTAL IS SKIPPED WITH A WARNING.      *
034300*****************************************************
034400 1100-LOAD-CTOT-RECORD.
034500*
034600      READ CTOT-FILE
034700         AT END
034800            MOVE '10'   TO WS-CTOT-STATUS
034900            GO TO 1100-LOAD-CTOT-RECORD-EXIT
035000      END-READ
035100      ADD 1                   TO WS-CTOT-READ-COUNT
035200*
035300      IF CTOT-FILE-NAME = SPACES
035400         OR CTOT-RECORD-COUNT NOT NUMERIC
035500         OR CTOT-HASH-RC NOT NUMERIC
035600         OR CTOT-HASH-SECONDS NOT NUMERIC
035700         DISPLAY ' WARNING - CTOTFILE RECORD ' WS-CTOT-READ-COUNT
035800            ' IS NOT USABLE AND IS IGNORED'
035900         GO TO 1100-LOAD-CTOT-RECORD-EXIT
036000      END-IF
036100      IF WS-CTOT-ENTRY-COUNT >= 20
036200         DISPLAY ' WARNING - CTOTFILE RECORD FOR ' CTOT-FILE-NAME
036300            ' IGNORED - TABLE FULL'
036400         GO TO 1100-LOAD-CTOT-RECORD-EXIT
036500      END-IF
036600*
036700      ADD 1                   TO WS-CTOT-ENTRY-COUNT
036800      MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
036900      MOVE CTOT-FILE-NAME
037000         TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
037100      MOVE CTOT-RECORD-COUNT  TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
037200      MOVE CTOT-HASH-RC       TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
037300      MOVE CTOT-HASH-SECONDS
037400         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
037500      MOVE 0         TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
037600      IF CTOT-LAST-DATE IS NUMERIC
037700         MOVE CTOT-LAST-DATE
037800            TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
037900      END-IF
038000      MOVE 0         TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
038100      IF CTOT-LAST-TIME IS NUMERIC
038200         MOVE CTOT-LAST-TIME
038300            TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
038400      END-IF
038500      MOVE CTOT-LAST-PROGRAM
038600         TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
038700      .
038800 1100-LOAD-CTOT-RECORD-EXIT.
038900      EXIT.
039000*
039100*****************************************************
039200* 2000-CHECK-HISTFILE - RECOUNT HISTFILE.  RC HASH  *
039300* IS HIST-RETURN-CODE, SECONDS HASH IS              *
039400* HIST-ELAPSED-SECONDS.                             *
039500*****************************************************
039600 2000-CHECK-HISTFILE.
039700*
039800      MOVE 'HISTFILE'         TO WS-CHK-FILE-NAME
039900      PERFORM 2900-RESET-ACTUALS
040000         THRU 2900-RESET-ACTUALS-EXIT
040100      OPEN INPUT HIST-FILE
040200      IF WS-HIST-STATUS-OK
040300         SET WS-DATA-FILE-PRESENT TO TRUE
040400         PERFORM 2010-COUNT-HIST-RECORD
040500            THRU 2010-COUNT-HIST-RECORD-EXIT
040600            UNTIL WS-HIST-STATUS-EOF
040700         CLOSE HIST-FILE
040800      END-IF
040900*
041000      PERFORM 3000-COMPARE-TOTALS
041100         THRU 3000-COMPARE-TOTALS-EXIT
041200      .
041300 2000-CHECK-HISTFILE-EXIT.
041400      EXIT.
041500*
041600*****************************************************
041700* 2010-COUNT-HIST-RECORD - READ ONE HISTORY RECORD  *
041800* INTO THE RECOMPUTED TOTALS.                       *
041900*****************************************************
042000 2010-COUNT-HIST-RECORD.
042100*
042200      READ HIST-FILE
042300         AT END
042400            MOVE '10'   TO WS-HIST-STATUS
042500         NOT AT END
042600            ADD 1                    TO WS-ACT-COUNT
042700            IF HIST-RETURN-CODE IS NUMERIC
042800               ADD HIST-RETURN-CODE  TO WS-ACT-HASH-RC
042900            END-IF
043000            IF HIST-ELAPSED-SECONDS IS NUMERIC
043100               ADD HIST-ELAPSED-SECONDS
043200                  TO WS-ACT-HASH-SECONDS
043300            END-IF
043400      END-READ
043500      .
043600 2010-COUNT-HIST-RECORD-EXIT.
043700      EXIT.
043800*
043900*****************************************************
044000* 2100-CHECK-EVNTFILE - RECOUNT THE EVENT STREAM.   *
044100* RC HASH IS EVNT-RETURN-CODE, SECONDS HASH IS      *
044200* EVNT-SEQ-NUMBER.                                  *
044300*****************************************************
044400 2100-CHECK-EVNTFILE.
044500*
044600      MOVE 'EVNTFILE'         TO WS-CHK-FILE-NAME
044700      PERFORM 2900-RESET-ACTUALS
044800         THRU 2900-RESET-ACTUALS-EXIT
044900      OPEN INPUT EVNT-FILE
045000      IF WS-EVNT-STATUS-OK
045100         SET WS-DATA-FILE-PRESENT TO TRUE
045200         PERFORM 2110-COUNT-EVNT-RECORD
045300            THRU 2110-COUNT-EVNT-RECORD-EXIT
045400            UNTIL WS-EVNT-STATUS-EOF
045500         CLOSE EVNT-FILE
045600      END-IF
045700*
045800      PERFORM 3000-COMPARE-TOTALS
045900         THRU 3000-COMPARE-TOTALS-EXIT
046000      .
046100 2100-CHECK-EVNTFILE-EXIT.
046200      EXIT.
046300*
046400*****************************************************
046500* 2110-COUNT-EVNT-RECORD - READ ONE EVENT RECORD    *
046600* INTO THE RECOMPUTED TOTALS.                       *
046700*****************************************************
046800 2110-COUNT-EVNT-RECORD.
046900*
047000      READ EVNT-FILE
047100         AT END
047200            MOVE '10'   TO WS-EVNT-STATUS
047300         NOT AT END
047400            ADD 1                    TO WS-ACT-COUNT
047500            IF EVNT-RETURN-CODE IS NUMERIC
047600               ADD EVNT-RETURN-CODE  TO WS-ACT-HASH-RC
047700            END-IF
047800            IF EVNT-SEQ-NUMBER IS NUMERIC
047900               ADD EVNT-SEQ-NUMBER   TO WS-ACT-HASH-SECONDS
048000            END-IF
048100      END-READ
048200      .
048300 2110-COUNT-EVNT-RECORD-EXIT.
048400      EXIT.
048500*
048600*****************************************************
048700* 2200-CHECK-CHKPFILE - RECOUNT THE CHECKPOINTS.    *
048800* RC HASH IS THE STEP NUMBER OF EVERY COMPLETED     *
048900* STEP, SECONDS HASH IS CHKP-RUN-DATE.              *
049000*****************************************************
049100 2200-CHECK-CHKPFILE.
049200*
049300      MOVE 'CHKPFILE'         TO WS-CHK-FILE-NAME
049400      PERFORM 2900-RESET-ACTUALS
049500         THRU 2900-RESET-ACTUALS-EXIT
049600      OPEN INPUT CHKP-FILE
049700      IF WS-CHKP-STATUS-OK
049800         SET WS-DATA-FILE-PRESENT TO TRUE
049900         PERFORM 2210-COUNT-CHKP-RECORD
050000            THRU 2210-COUNT-CHKP-RECORD-EXIT
050100            UNTIL WS-CHKP-STATUS-EOF
050200         CLOSE CHKP-FILE
050300      END-IF
050400*
050500      PERFORM 3000-COMPARE-TOTALS
050600         THRU 3000-COMPARE-TOTALS-EXIT
050700      .
050800 2200-CHECK-CHKPFILE-EXIT.
050900      EXIT.
051000*
051100*****************************************************
051200* 2210-COUNT-CHKP-RECORD - READ ONE CHECKPOINT      *
051300* RECORD INTO THE RECOMPUTED TOTALS.                *
051400*****************************************************
051500 2210-COUNT-CHKP-RECORD.
051600*
051700      READ CHKP-FILE
051800         AT END
051900            MOVE '10'   TO WS-CHKP-STATUS
052000         NOT AT END
052100            ADD 1                    TO WS-ACT-COUNT
052200            IF CHKP-STEP-COMPLETE
052300               AND CHKP-STEP-NUMBER IS NUMERIC
052400               ADD CHKP-STEP-NUMBER  TO WS-ACT-HASH-RC
052500            END-IF
052600            IF CHKP-RUN-DATE IS NUMERIC
052700               ADD CHKP-RUN-DATE     TO WS-ACT-HASH-SECONDS
052800            END-IF
052900      END-READ
053000      .
053100 2210-COUNT-CHKP-RECORD-EXIT.
053200      EXIT.
053300*
053400*****************************************************
053500* 2300-CHECK-PLANFILE - RECOUNT THE DISPATCH PLAN.  *
053600* RC HASH IS PLAN-EXPECTED-RC, SECONDS HASH IS      *
053700* PLAN-SEQUENCE.                                    *
053800*****************************************************
053900 2300-CHECK-PLANFILE.
054000*
054100      MOVE 'PLANFILE'         TO WS-CHK-FILE-NAME
054200      PERFORM 2900-RESET-ACTUALS
054300         THRU 2900-RESET-ACTUALS-EXIT
054400      OPEN INPUT PLAN-FILE
054500      IF WS-PLAN-STATUS-OK
054600         SET WS-DATA-FILE-PRESENT TO TRUE
054700         PERFORM 2310-COUNT-PLAN-RECORD
054800            THRU 2310-COUNT-PLAN-RECORD-EXIT
054900            UNTIL WS-PLAN-STATUS-EOF
055000         CLOSE PLAN-FILE
055100      END-IF
055200*
055300      PERFORM 3000-COMPARE-TOTALS
055400         THRU 3000-COMPARE-TOTALS-EXIT
055500      .
055600 2300-CHECK-PLANFILE-EXIT.
055700      EXIT.
055800*
055900*****************************************************
056000* 2310-COUNT-PLAN-RECORD - READ ONE PLAN ENTRY INTO *
056100* THE RECOMPUTED TOTALS.                            *
056200*****************************************************
056300 2310-COUNT-PLAN-RECORD.
056400*
056500      READ PLAN-FILE
056600         AT END
056700            MOVE '10'   TO WS-PLAN-STATUS
056800         NOT AT END
056900            ADD 1                    TO WS-ACT-COUNT
057000            IF PLAN-EXPECTED-RC IS NUMERIC
057100               ADD PLAN-EXPECTED-RC  TO WS-ACT-HASH-RC
057200            END-IF
057300            IF PLAN-SEQUENCE IS NUMERIC
057400               ADD PLAN-SEQUENCE     TO WS-ACT-HASH-SECONDS
057500            END-IF
057600      END-READ
057700      .
057800 2310-COUNT-PLAN-RECORD-EXIT.
057900      EXIT.
058000*
058100*****************************************************
058200* 2900-RESET-ACTUALS - CLEAR THE RECOMPUTED TOTALS  *
058300* BEFORE THE NEXT FILE IS COUNTED.                  *
058400*****************************************************
058500 2900-RESET-ACTUALS.
058600*
058700      MOVE 0                  TO WS-ACT-COUNT
058800      MOVE 0                  TO WS-ACT-HASH-RC
058900      MOVE 0                  TO WS-ACT-HASH-SECONDS
059000      SET WS-DATA-FILE-ABSENT TO TRUE
059100      .
059200 2900-RESET-ACTUALS-EXIT.
059300      EXIT.
059400*
059500*****************************************************
059600* 3000-COMPARE-TOTALS - MATCH THE RECOMPUTED TOTALS *
059700* OF WS-CHK-FILE-NAME AGAINST ITS CONTROL RECORD    *
059800* AND REPORT THE FILE.  COUNT AND BOTH HASHES MUST  *
059900* AGREE FOR THE FILE TO BALANCE; A FILE GONE        *
060000* MISSING WHILE ITS CONTROL COUNT IS NOT ZERO IS    *
060100* OUT OF BALANCE ON THE COUNT.  A FILE WITH RECORDS *
060200* BUT NO CONTROL RECORD IS A WARNING (RC 4); ONE    *
060300* EMPTY OR ABSENT WITH NO CONTROL RECORD IS NOT IN  *
060400* USE.                                              *
060500*****************************************************
060600 3000-COMPARE-TOTALS.
060700*
060800      ADD 1                   TO WS-FILES-CHECKED
060900      MOVE 0                  TO WS-CTOT-IDX
061000      PERFORM 3100-SEARCH-CTOT-ENTRY
061100         THRU 3100-SEARCH-CTOT-ENTRY-EXIT
061200         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
061300         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
061400            OR WS-CTOT-IDX > 0
061500*
061600      MOVE SPACES             TO WS-DETAIL-LINE
061700      MOVE WS-CHK-FILE-NAME   TO WS-DTL-FILE-NAME
061800      MOVE 'CONTROL'          TO WS-DTL-SOURCE
061900*
062000      IF WS-CTOT-IDX = 0
062100         IF WS-ACT-COUNT > 0
062200            MOVE 'NO CONTROL RECORD'  TO WS-DTL-RESULT
062300            ADD 1                     TO WS-FILES-NO-CONTROL
062400            IF WS-RETURN-CODE < 4
062500               MOVE 4                 TO WS-RETURN-CODE
062600            END-IF
062700         ELSE
062800            MOVE 'NOT IN USE'         TO WS-DTL-RESULT
062900            ADD 1                     TO WS-FILES-BALANCED
063000         END-IF
063100      ELSE
063200         MOVE WS-CTOT-TBL-COUNT (WS-CTOT-IDX)   TO WS-DTL-COUNT
063300         MOVE WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX) TO WS-DTL-HASH-RC
063400         MOVE WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
063500            TO WS-DTL-HASH-SECONDS
063600         MOVE WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
063700            TO WS-DTL-LAST-PROGRAM
063800         MOVE WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
063900            TO WS-DTL-LAST-DATE
064000         MOVE WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
064100            TO WS-DTL-LAST-TIME
064200         IF WS-CTOT-TBL-COUNT (WS-CTOT-IDX) = WS-ACT-COUNT
064300            AND WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX) = WS-ACT-HASH-RC
064400            AND WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX) =
064500                WS-ACT-HASH-SECONDS
064600            MOVE 'BALANCED'           TO WS-DTL-RESULT
064700            ADD 1                     TO WS-FILES-BALANCED
064800         ELSE
064900            MOVE 'OUT OF BALANCE'     TO WS-DTL-RESULT
065000            ADD 1                     TO WS-FILES-OUT-OF-BALANCE
065100            IF WS-RETURN-CODE < 8
065200               MOVE 8                 TO WS-RETURN-CODE
065300            END-IF
065400         END-IF
065500      END-IF
065600      MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE
065700      PERFORM 5900-WRITE-REPORT-LINE
065800         THRU 5900-WRITE-REPORT-LINE-EXIT
065900*
066000      MOVE SPACES             TO WS-DETAIL-LINE
066100      MOVE 'ACTUAL'           TO WS-DTL-SOURCE
066200      MOVE WS-ACT-COUNT       TO WS-DTL-COUNT
066300      MOVE WS-ACT-HASH-RC     TO WS-DTL-HASH-RC
066400      MOVE WS-ACT-HASH-SECONDS TO WS-DTL-HASH-SECONDS
066500      PERFORM 3200-SET-DIFFERENCE-NOTE
066600         THRU 3200-SET-DIFFERENCE-NOTE-EXIT
066700      MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE
066800      PERFORM 5900-WRITE-REPORT-LINE
066900         THRU 5900-WRITE-REPORT-LINE-EXIT
067000      MOVE SPACES             TO WS-PRINT-LINE
067100      PERFORM 5900-WRITE-REPORT-LINE
067200         THRU 5900-WRITE-REPORT-LINE-EXIT
067300*
067400      DISPLAY ' ' WS-CHK-FILE-NAME ' RECORDS ' WS-ACT-COUNT
067500      .
067600 3000-COMPARE-TOTALS-EXIT.
067700      EXIT.
067800*
067900*****************************************************
068000* 3100-SEARCH-CTOT-ENTRY - TEST ONE CONTROL-TOTALS  *
068100* ROW FOR A FILE-NAME MATCH DURING THE SEARCH       *
068200* ABOVE.                                            *
068300*****************************************************
068400 3100-SEARCH-CTOT-ENTRY.
068500*
068600      IF WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX) =
068700            WS-CHK-FILE-NAME
068800         MOVE WS-CTOT-SRCH-IDX   TO WS-CTOT-IDX
068900      END-IF
069000      .
069100 3100-SEARCH-CTOT-ENTRY-EXIT.
069200      EXIT.
069300*
069400*****************************************************
069500* 3200-SET-DIFFERENCE-NOTE - SAY ON THE ACTUAL LINE *
069600* WHY A FILE DID NOT BALANCE - THE FIRST OF A       *
069700* MISSING FILE, A RECORD-COUNT DIFFERENCE OR A HASH *
069800* DIFFERENCE.                                       *
069900*****************************************************
070000 3200-SET-DIFFERENCE-NOTE.
070100*
070200      IF WS-DATA-FILE-ABSENT
070300         MOVE 'FILE NOT PRESENT'      TO WS-DTL-RESULT
070400         GO TO 3200-SET-DIFFERENCE-NOTE-EXIT
070500      END-IF
070600      IF WS-CTOT-IDX = 0
070700         GO TO 3200-SET-DIFFERENCE-NOTE-EXIT
070800      END-IF
070900*
071000      IF WS-CTOT-TBL-COUNT (WS-CTOT-IDX) NOT = WS-ACT-COUNT
071100         MOVE 'RECORD COUNT DIFFERS'  TO WS-DTL-RESULT
071200      ELSE
071300         IF WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX) NOT = WS-ACT-HASH-RC
071400            OR WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX) NOT =
071500               WS-ACT-HASH-SECONDS
071600            MOVE 'HASH TOTALS DIFFER' TO WS-DTL-RESULT
071700         END-IF
071800      END-IF
071900      .
072000 3200-SET-DIFFERENCE-NOTE-EXIT.
072100      EXIT.
072200*
072300*****************************************************
072400* 5000-WRITE-SUMMARY - FILE COUNTS BY RESULT AND    *
072500* THE VERDICT LINE THE CYCLE CLOSE IS HELD ON.      *
072600*****************************************************
072700 5000-WRITE-SUMMARY.
072800*
072900      MOVE 'FILES CHECKED'         TO WS-SUM-LABEL
073000      MOVE WS-FILES-CHECKED        TO WS-SUM-COUNT
073100      MOVE WS-SUMMARY-LINE         TO WS-PRINT-LINE
073200      PERFORM 5900-WRITE-REPORT-LINE
073300         THRU 5900-WRITE-REPORT-LINE-EXIT
073400      MOVE 'FILES BALANCED'        TO WS-SUM-LABEL
073500      MOVE WS-FILES-BALANCED       TO WS-SUM-COUNT
073600      MOVE WS-SUMMARY-LINE         TO WS-PRINT-LINE
073700      PERFORM 5900-WRITE-REPORT-LINE
073800         THRU 5900-WRITE-REPORT-LINE-EXIT
073900      MOVE 'FILES OUT OF BALANCE'  TO WS-SUM-LABEL
074000      MOVE WS-FILES-OUT-OF-BALANCE TO WS-SUM-COUNT
074100      MOVE WS-SUMMARY-LINE         TO WS-PRINT-LINE
074200      PERFORM 5900-WRITE-REPORT-LINE
074300         THRU 5900-WRITE-REPORT-LINE-EXIT
074400      MOVE 'FILES WITH NO CONTROL RECORD'
074500                                   TO WS-SUM-LABEL
074600      MOVE WS-FILES-NO-CONTROL     TO WS-SUM-COUNT
074700      MOVE WS-SUMMARY-LINE         TO WS-PRINT-LINE
074800      PERFORM 5900-WRITE-REPORT-LINE
074900         THRU 5900-WRITE-REPORT-LINE-EXIT
075000*
075100      MOVE SPACES                  TO WS-PRINT-LINE
075200      PERFORM 5900-WRITE-REPORT-LINE
075300         THRU 5900-WRITE-REPORT-LINE-EXIT
075400      IF NOT WS-CTOT-FILE-PRESENT
075500         MOVE 'CTOTFILE NOT PRESENT - NO CONTROL TOTALS TO PROVE'
075600            TO WS-PRINT-LINE
075700         PERFORM 5900-WRITE-REPORT-LINE
075800            THRU 5900-WRITE-REPORT-LINE-EXIT
075900      END-IF
076000      IF WS-RETURN-CODE < 8
076100         MOVE 'PASSED - RECONCILIATION MAY PROCEED'
076200            TO WS-VERDICT-TEXT
076300      ELSE
076400         MOVE 'FAILED - HOLD THE CYCLE CLOSE'
076500            TO WS-VERDICT-TEXT
076600      END-IF
076700      MOVE WS-VERDICT-LINE         TO WS-PRINT-LINE
076800      PERFORM 5900-WRITE-REPORT-LINE
076900         THRU 5900-WRITE-REPORT-LINE-EXIT
077000      .
077100 5000-WRITE-SUMMARY-EXIT.
077200      EXIT.
077300*
077400*****************************************************
077500* 5900-WRITE-REPORT-LINE - WRITE WS-PRINT-LINE,     *
077600* STARTING A NEW PAGE WHEN THE CURRENT ONE IS FULL. *
077700*****************************************************
077800 5900-WRITE-REPORT-LINE.
077900*
078000      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
078100         PERFORM 5950-START-NEW-PAGE
078200            THRU 5950-START-NEW-PAGE-EXIT
078300      END-IF
078400      MOVE WS-PRINT-LINE      TO PRT-RECORD
078500      WRITE PRT-RECORD
078600      IF NOT WS-CTVR-STATUS-OK
078700         DISPLAY ' *** CTVRFILE WRITE FAILED - STATUS: '
078800            WS-CTVR-STATUS ' ***'
078900         MOVE 12              TO WS-RETURN-CODE
079000      END-IF
079100      ADD 1                   TO WS-LINE-COUNT
079200      .
079300 5900-WRITE-REPORT-LINE-EXIT.
079400      EXIT.
079500*
079600*****************************************************
079700* 5950-START-NEW-PAGE - ADVANCE THE PAGE COUNT AND  *
079800* WRITE THE PAGE AND COLUMN HEADINGS.               *
079900*****************************************************
080000 5950-START-NEW-PAGE.
080100*
080200      ADD 1                   TO WS-PAGE-COUNT
080300      MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE
080400      MOVE WS-PAGE-HEADING    TO PRT-RECORD
080500      WRITE PRT-RECORD
080600      MOVE WS-COLUMN-HEADING  TO PRT-RECORD
080700      WRITE PRT-RECORD
080800      MOVE SPACES             TO PRT-RECORD
080900      WRITE PRT-RECORD
081000      MOVE 3                  TO WS-LINE-COUNT
081100      .
081200 5950-START-NEW-PAGE-EXIT.
081300      EXIT.
081400*
081500*****************************************************
081600* 9000-TERMINATE - CLOSE THE REPORT AND DISPLAY THE *
081700* RUN SUMMARY.                                      *
081800*****************************************************
081900 9000-TERMINATE.
082000*
082100      IF WS-CTVR-FILE-OPEN
082200         CLOSE CTVR-FILE
082300      END-IF
082400*
082500      DISPLAY ' '
082600      DISPLAY ' CONTROL RECORDS LOADED  : ' WS-CTOT-ENTRY-COUNT
082700      DISPLAY ' FILES CHECKED           : ' WS-FILES-CHECKED
082800      DISPLAY ' FILES BALANCED          : ' WS-FILES-BALANCED
082900      DISPLAY ' FILES OUT OF BALANCE    : '
083000         WS-FILES-OUT-OF-BALANCE
083100      DISPLAY ' FILES NO CONTROL RECORD : ' WS-FILES-NO-CONTROL
083200      IF WS-RETURN-CODE < 8
083300         DISPLAY ' INTEGRITY CHECK PASSED'
083400      ELSE
083500         DISPLAY ' *** INTEGRITY CHECK FAILED - HOLD THE CYCLE '
083600            'CLOSE ***'
083700      END-IF
083800      DISPLAY ' '
083900      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
084000      .
084100 9000-TERMINATE-EXIT.
084200      EXIT.
