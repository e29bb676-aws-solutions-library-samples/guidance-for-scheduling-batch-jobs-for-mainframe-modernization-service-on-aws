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
001900 PROGRAM-ID.    CBLRECOV.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - RECOVERY UTILITY FOR
002900*                        THE FILES THE SUITE REWRITES WHOLE.
003000*                        REBUILDS CHKPFILE FROM THE LATEST
003100*                        HISTFILE RUN OF EACH JOB AND THE STEPFILE
003200*                        STEP COUNTS, REBUILDS BASEFILE FROM THE
003300*                        LAST TEN RUNS OF EACH JOB ON THE HISTVSAM
003400*                        MASTER, AND RE-SEEDS THE EVENT SEQUENCE
003500*                        FROM EVNTFILE AND ACKFILE SO A LOST
003600*                        STREAM DOES NOT RESTART AT 1.  EVERY
003700*                        RECORD REBUILT, EVERY JOB WHOSE STATE
003800*                        COULD NOT BE DETERMINED AND THE
003900*                        BEFORE/AFTER RECORD COUNTS ARE LISTED ON
004000*                        RCVRFILE, AND THE CHKPFILE AND EVNTFILE
004100*                        CONTROL TOTALS ARE RE-BASED ON CTOTFILE
004150*                        SO CBLCTVER BALANCES AFTERWARDS.
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
005300*    HISTFILE - PERSISTENT RUN-HISTORY LOG.  THE LATEST RUN OF
005400*    EACH JOB THAT EXECUTED ITS STEPS DECIDES THAT JOB'S
005500*    REBUILT CHECKPOINTS.  REQUIRED FOR THE CHKPFILE REBUILD.
005600*---------------------------------------------------------------
005700     SELECT HIST-FILE       ASSIGN TO HISTFILE
005800                             ORGANIZATION IS LINE SEQUENTIAL
005900                             FILE STATUS  IS WS-HIST-STATUS.
006000*---------------------------------------------------------------
006100*    STEPFILE - STEP-DEFINITION FILE.  GIVES EACH JOB ITS STEP
006200*    COUNT AND STEP NAMES; A JOB WITHOUT A DEFINITION KEEPS
006300*    CBLHELLO'S THREE-STEP DEFAULT.
006400*---------------------------------------------------------------
006500     SELECT STEP-FILE       ASSIGN TO STEPFILE
006600                             ORGANIZATION IS LINE SEQUENTIAL
006700                             FILE STATUS  IS WS-STEP-STATUS.
006800*---------------------------------------------------------------
006900*    CHKPFILE - STEP CHECKPOINTS.  WHAT IS LEFT OF THE FILE IS
007000*    COUNTED AND ITS JOB-IDS NOTED, THEN IT IS REWRITTEN WHOLE.
007100*---------------------------------------------------------------
007200     SELECT CHKP-FILE       ASSIGN TO CHKPFILE
007300                             ORGANIZATION IS LINE SEQUENTIAL
007400                             FILE STATUS  IS WS-CHKP-STATUS.
007500*---------------------------------------------------------------
007600*    HISTVSAM - THE KEYED RUN-HISTORY MASTER.  READ IN KEY
007700*    ORDER (JOB-ID / RUN-DATE / RUN-TIME) SO EACH JOB'S RUNS
007800*    ARRIVE TOGETHER, OLDEST FIRST.  REQUIRED FOR THE BASEFILE
007900*    REBUILD.
008000*---------------------------------------------------------------
008100     SELECT HIX-FILE        ASSIGN TO HISTVSAM
008200                             ORGANIZATION IS INDEXED
008300                             ACCESS MODE  IS DYNAMIC
008400                             RECORD KEY   IS HIX-KEY
008500                             FILE STATUS  IS WS-HIX-STATUS.
008600*---------------------------------------------------------------
008700*    BASEFILE - PER-JOB-ID RUNTIME BASELINE.  WHAT IS LEFT OF
008800*    THE FILE IS COUNTED AND HELD, THEN IT IS REWRITTEN WHOLE.
008900*---------------------------------------------------------------
009000     SELECT BASE-FILE       ASSIGN TO BASEFILE
009100                             ORGANIZATION IS LINE SEQUENTIAL
009200                             FILE STATUS  IS WS-BASE-STATUS.
009300*---------------------------------------------------------------
009400*    EVNTFILE - COMPLETION-EVENT STREAM.  SCANNED FOR ITS
009500*    HIGHEST SEQUENCE; A SEED RECORD IS APPENDED WHEN THE
009600*    BRIDGE HAS ACKNOWLEDGED PAST WHAT IS LEFT ON THE STREAM.
009700*---------------------------------------------------------------
009800     SELECT EVNT-FILE       ASSIGN TO EVNTFILE
009900                             ORGANIZATION IS LINE SEQUENTIAL
010000                             FILE STATUS  IS WS-EVNT-STATUS.
010100*---------------------------------------------------------------
010200*    ACKFILE - THE SCHEDULER BRIDGE'S LAST-CONSUMED MARK.
010300*---------------------------------------------------------------
010400     SELECT ACK-FILE        ASSIGN TO ACKFILE
010500                             ORGANIZATION IS LINE SEQUENTIAL
010600                             FILE STATUS  IS WS-ACK-STATUS.
010700*---------------------------------------------------------------
010800*    CTOTFILE - CONTROL TOTALS FOR THE SHARED FILES.  THE ROWS
010900*    FOR THE FILES REWRITTEN HERE ARE RE-BASED ON THEM.
011000*---------------------------------------------------------------
011100     SELECT CTOT-FILE       ASSIGN TO CTOTFILE
011200                             ORGANIZATION IS LINE SEQUENTIAL
011300                             FILE STATUS  IS WS-CTOT-STATUS.
011400*---------------------------------------------------------------
011500*    RCVRFILE - THE FORMATTED RECOVERY REPORT.
011600*---------------------------------------------------------------
011700     SELECT RCVR-FILE       ASSIGN TO RCVRFILE
011800                             ORGANIZATION IS LINE SEQUENTIAL
011900                             FILE STATUS  IS WS-RCVR-STATUS.
012000*
012100 DATA DIVISION.
012200*-------------
012300 FILE SECTION.
012400*
012500 FD  HIST-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY HISTREC.
012900*
013000 FD  STEP-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300     COPY STEPREC.
013400*
013500 FD  CHKP-FILE
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800     COPY CHKPREC.
013900*
014000 FD  HIX-FILE
014100     LABEL RECORDS ARE STANDARD.
014200     COPY HIXREC.
014300*
014400 FD  BASE-FILE
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700     COPY BASEREC.
014800*
014900 FD  EVNT-FILE
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200     COPY EVNTREC.
015300*
015400 FD  ACK-FILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700     COPY ACKREC.
015800*
015900 FD  CTOT-FILE
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200     COPY CTOTREC.
016300*
016400 FD  RCVR-FILE
016500     RECORDING MODE IS F
016600     LABEL RECORDS ARE STANDARD.
016700     COPY PRTREC.
016800*
016900/
017000 WORKING-STORAGE SECTION.
017100*
017200*****************************************************
017300* STRUCTURE FOR INPUT                               *
017400*****************************************************
017500 01 WS-VARIABLES.
017600    05 WS-PROGRAM                PIC X(08) VALUE 'CBLRECOV'.
017700    05 CURRENT-DATE              PIC 9(06).
017800    05 CURRENT-TIME              PIC 9(08).
017900    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
018000    05 WS-RECOVER-SCOPE          PIC X(01) VALUE 'A'.
018100       88 WS-SCOPE-ALL               VALUE 'A'.
018200       88 WS-SCOPE-CHECKPOINTS       VALUE 'C'.
018300       88 WS-SCOPE-BASELINES         VALUE 'B'.
018400       88 WS-SCOPE-EVENTS            VALUE 'E'.
018500       88 WS-SCOPE-VALID             VALUES 'A' 'C' 'B' 'E'.
018600*
018700*****************************************************
018800* SWITCHES AND STATUS FIELDS                        *
018900*****************************************************
019000 01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
019100    88 WS-HIST-STATUS-OK            VALUE '00'.
019200    88 WS-HIST-STATUS-EOF           VALUE '10'.
019300*
019400 01 WS-STEP-STATUS               PIC X(02) VALUE '00'.
019500    88 WS-STEP-STATUS-OK            VALUE '00'.
019600    88 WS-STEP-STATUS-EOF           VALUE '10'.
019700*
019800 01 WS-CHKP-STATUS               PIC X(02) VALUE '00'.
019900    88 WS-CHKP-STATUS-OK            VALUE '00'.
020000    88 WS-CHKP-STATUS-EOF           VALUE '10'.
020100*
020200 01 WS-HIX-STATUS                PIC X(02) VALUE '00'.
020300    88 WS-HIX-STATUS-OK             VALUE '00'.
020400    88 WS-HIX-STATUS-EOF            VALUE '10'.
020500*
020600 01 WS-BASE-STATUS               PIC X(02) VALUE '00'.
020700    88 WS-BASE-STATUS-OK            VALUE '00'.
020800    88 WS-BASE-STATUS-EOF           VALUE '10'.
020900*
021000 01 WS-EVNT-STATUS               PIC X(02) VALUE '00'.
021100    88 WS-EVNT-STATUS-OK            VALUE '00'.
021200    88 WS-EVNT-STATUS-EOF           VALUE '10'.
021300*
021400 01 WS-ACK-STATUS                PIC X(02) VALUE '00'.
021500    88 WS-ACK-STATUS-OK             VALUE '00'.
021600    88 WS-ACK-STATUS-EOF            VALUE '10'.
021700*
021800 01 WS-CTOT-STATUS               PIC X(02) VALUE '00'.
021900    88 WS-CTOT-STATUS-OK            VALUE '00'.
022000    88 WS-CTOT-STATUS-EOF           VALUE '10'.
022100*
022200 01 WS-RCVR-STATUS               PIC X(02) VALUE '00'.
022300    88 WS-RCVR-STATUS-OK            VALUE '00'.
022400*
022500 01 WS-RCVR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
022600    88 WS-RCVR-FILE-OPEN            VALUE 'Y'.
022700*
022800 01 WS-STEP-FILE-SWITCH          PIC X(01) VALUE 'N'.
022900    88 WS-STEP-FILE-PRESENT         VALUE 'Y'.
023000*
023100 01 WS-EVNT-FILE-SWITCH          PIC X(01) VALUE 'N'.
023200    88 WS-EVNT-FILE-PRESENT         VALUE 'Y'.
023300*
023400 01 WS-ACK-FILE-SWITCH           PIC X(01) VALUE 'N'.
023500    88 WS-ACK-FILE-PRESENT          VALUE 'Y'.
023600*
023700 01 WS-CTOT-CHANGED-SWITCH       PIC X(01) VALUE 'N'.
023800    88 WS-CTOT-CHANGED              VALUE 'Y'.
023900*
024000 01 WS-JOB-FOUND-SWITCH          PIC X(01) VALUE 'N'.
024100    88 WS-JOB-ENTRY-FOUND           VALUE 'Y'.
024200*
024300 01 WS-OBAS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
024400    88 WS-OBAS-ENTRY-FOUND          VALUE 'Y'.
024500*
024600*****************************************************
024700* RETURN CODES CBLHELLO WRITES FOR A RUN WHOSE STEPS*
024800* WERE BYPASSED - SUCH A RUN LEFT THE JOB'S         *
024900* CHECKPOINTS AS THEY WERE AND CANNOT DECIDE THEM.  *
025000*****************************************************
025100 01 WS-HIST-RC                   PIC 9(02) VALUE 0.
025200    88 WS-HIST-RC-STEPS-BYPASSED    VALUES 90 91 92 94 96 98.
025300*
025400*****************************************************
025500* BEFORE AND AFTER RECORD COUNTS, AND THE RESULT    *
025600* OF EACH PART OF THE RECOVERY                      *
025700*****************************************************
025800 01 WS-CHKP-BEFORE               PIC 9(07) VALUE 0.
025900 01 WS-CHKP-AFTER                PIC 9(07) VALUE 0.
026000 01 WS-CHKP-RESULT               PIC X(60) VALUE
026100       'NOT IN RECOVERY SCOPE - LEFT AS IT WAS'.
026200 01 WS-BASE-BEFORE               PIC 9(07) VALUE 0.
026300 01 WS-BASE-AFTER                PIC 9(07) VALUE 0.
026400 01 WS-BASE-RESULT               PIC X(60) VALUE
026500       'NOT IN RECOVERY SCOPE - LEFT AS IT WAS'.
026600 01 WS-EVNT-BEFORE               PIC 9(07) VALUE 0.
026700 01 WS-EVNT-AFTER                PIC 9(07) VALUE 0.
026800 01 WS-EVNT-RESULT               PIC X(60) VALUE
026900       'NOT IN RECOVERY SCOPE - LEFT AS IT WAS'.
027000*
027100*****************************************************
027200* COUNTERS AND WORK FIELDS                          *
027300*****************************************************
027400 01 WS-HIST-READ-COUNT           PIC 9(07) VALUE 0.
027500 01 WS-HIX-READ-COUNT            PIC 9(07) VALUE 0.
027600 01 WS-JOBS-REBUILT              PIC 9(04) VALUE 0.
027700 01 WS-JOBS-UNDETERMINED         PIC 9(04) VALUE 0.
027800 01 WS-BASE-REBUILT              PIC 9(04) VALUE 0.
027900 01 WS-BASE-CARRIED              PIC 9(04) VALUE 0.
028000 01 WS-STEPS-DEFAULT             PIC 9(02) VALUE 3.
028100 01 WS-SAMPLES-MAX               PIC 9(02) VALUE 10.
028200 01 WS-JOB-IDX                   PIC 9(04) VALUE 0.
028300 01 WS-JOB-SRCH-IDX              PIC 9(04) VALUE 0.
028400 01 WS-SLOT-IDX                  PIC 9(02) VALUE 0.
028500 01 WS-STEP-NUM                  PIC 9(02) VALUE 0.
028600 01 WS-OBAS-IDX                  PIC 9(04) VALUE 0.
028700 01 WS-OBAS-SRCH-IDX             PIC 9(04) VALUE 0.
028800 01 WS-SAMPLE-IDX                PIC 9(02) VALUE 0.
028900 01 WS-SAMPLE-TOTAL              PIC 9(09) VALUE 0.
029000 01 WS-UNDT-IDX                  PIC 9(04) VALUE 0.
029100 01 WS-LOOKUP-JOB-ID             PIC X(08) VALUE SPACES.
029200 01 WS-EVNT-HIGH-SEQ             PIC 9(06) VALUE 0.
029300 01 WS-ACK-LAST-SEQ              PIC 9(06) VALUE 0.
029400 01 WS-NEXT-SEQ                  PIC 9(06) VALUE 0.
029500 01 WS-EVNT-HASH-RC              PIC 9(11) VALUE 0.
029600 01 WS-EVNT-HASH-SEQ             PIC 9(13) VALUE 0.
029700 01 WS-CHKP-HASH-RC              PIC 9(11) VALUE 0.
029800 01 WS-CHKP-HASH-DATE            PIC 9(13) VALUE 0.
029900 01 WS-CTOT-FILE-NAME            PIC X(08) VALUE SPACES.
030000 01 WS-CTOT-IDX                  PIC 9(04) VALUE 0.
030100 01 WS-CTOT-SRCH-IDX             PIC 9(04) VALUE 0.
030200 01 WS-CTOT-NEW-COUNT            PIC 9(09) VALUE 0.
030300 01 WS-CTOT-NEW-RC               PIC 9(11) VALUE 0.
030400 01 WS-CTOT-NEW-SECONDS          PIC 9(13) VALUE 0.
030500 01 WS-UNDT-FILE-NAME            PIC X(08) VALUE SPACES.
030600 01 WS-UNDT-JOB-ID               PIC X(08) VALUE SPACES.
030700 01 WS-UNDT-REASON               PIC X(60) VALUE SPACES.
030800 01 WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.
030900 01 WS-LINE-COUNT                PIC 9(02) VALUE 99.
031000 01 WS-PAGE-COUNT                PIC 9(04) VALUE 0.
031100 01 WS-PRINT-LINE                PIC X(132) VALUE SPACES.
031200 01 WS-CUR-HEADING               PIC X(132) VALUE SPACES.
031300*
031400*****************************************************
031500* JOB TABLE FOR THE CHKPFILE REBUILD - ONE ROW PER  *
031600* JOB-ID FOUND ON STEPFILE, THE OLD CHKPFILE OR     *
031700* HISTFILE, CARRYING ITS STEP DEFINITION, THE       *
031800* LATEST RUN THAT EXECUTED ITS STEPS AND THE LATEST *
031900* RUN OF ANY KIND.  AN EXECUTED-RUN DATE OF ZERO    *
032000* MEANS NO SUCH RUN WAS FOUND.                      *
032100*****************************************************
032200 01 WS-JOB-TABLE.
032300    05 WS-JOB-ENTRY-COUNT        PIC 9(04) VALUE 0.
032400    05 WS-JOB-ENTRIES OCCURS 0 TO 200 TIMES
032500              DEPENDING ON WS-JOB-ENTRY-COUNT.
032600       10 WS-JOB-TBL-JOB-ID         PIC X(08).
032700       10 WS-JOB-TBL-STEP-COUNT     PIC 9(02).
032800       10 WS-JOB-TBL-STEP-NAME      PIC X(08)
032900                 OCCURS 12 TIMES.
033000       10 WS-JOB-TBL-EXEC-DATE      PIC 9(06).
033100       10 WS-JOB-TBL-EXEC-TIME      PIC 9(08).
033200       10 WS-JOB-TBL-EXEC-RC        PIC 9(02).
033300       10 WS-JOB-TBL-EXEC-ATTEMPT   PIC 9(02).
033400       10 WS-JOB-TBL-LAST-DATE      PIC 9(06).
033500       10 WS-JOB-TBL-LAST-TIME      PIC 9(08).
033600       10 WS-JOB-TBL-LAST-RC        PIC 9(02).
033700*
033800*****************************************************
033900* OLD BASELINE TABLE - WHAT WAS LEFT ON BASEFILE,   *
034000* HELD AS RECORD IMAGES.  A JOB WITH NO RUNS ON     *
034100* HISTVSAM KEEPS ITS OLD RECORD RATHER THAN LOSE    *
034200* ITS BASELINE.                                     *
034300*****************************************************
034400 01 WS-OBAS-TABLE.
034500    05 WS-OBAS-ENTRY-COUNT       PIC 9(04) VALUE 0.
034600    05 WS-OBAS-ENTRIES OCCURS 0 TO 200 TIMES
034700              DEPENDING ON WS-OBAS-ENTRY-COUNT.
034800       10 WS-OBAS-TBL-JOB-ID        PIC X(08).
034900       10 WS-OBAS-TBL-REBUILT-SW    PIC X(01).
035000          88 WS-OBAS-TBL-REBUILT       VALUE 'Y'.
035100       10 WS-OBAS-TBL-IMAGE         PIC X(100).
035200*
035300*****************************************************
035400* THE BASELINE BEING BUILT FOR THE CURRENT HISTVSAM *
035500* JOB-ID - SAMPLES OLDEST FIRST, THE OLDEST ROLLED  *
035600* OFF THE FRONT ONCE TEN ARE HELD, AS CBLTREND DOES.*
035700*****************************************************
035800 01 WS-CUR-BASELINE.
035900    05 WS-CUR-JOB-ID             PIC X(08) VALUE SPACES.
036000    05 WS-CUR-SAMPLE-COUNT       PIC 9(02) VALUE 0.
036100    05 WS-CUR-SAMPLES            PIC 9(07) VALUE 0
036200              OCCURS 10 TIMES.
036300    05 WS-CUR-RUN-DATE           PIC 9(06) VALUE 0
036400              OCCURS 10 TIMES.
036500    05 WS-CUR-RUN-TIME           PIC 9(08) VALUE 0
036600              OCCURS 10 TIMES.
036700*
036800*****************************************************
036900* CONTROL-TOTALS TABLE - EVERY CTOTFILE RECORD, IN  *
037000* FILE ORDER.                                       *
037100*****************************************************
037200 01 WS-CTOT-TABLE.
037300    05 WS-CTOT-ENTRY-COUNT       PIC 9(04) VALUE 0.
037400    05 WS-CTOT-ENTRIES OCCURS 0 TO 20 TIMES
037500              DEPENDING ON WS-CTOT-ENTRY-COUNT.
037600       10 WS-CTOT-TBL-FILE-NAME     PIC X(08).
037700       10 WS-CTOT-TBL-COUNT         PIC 9(09).
037800       10 WS-CTOT-TBL-HASH-RC       PIC 9(11).
037900       10 WS-CTOT-TBL-HASH-SECONDS  PIC 9(13).
038000       10 WS-CTOT-TBL-LAST-DATE     PIC 9(06).
038100       10 WS-CTOT-TBL-LAST-TIME     PIC 9(08).
038200       10 WS-CTOT-TBL-LAST-PROGRAM  PIC X(08).
038300*
038400*****************************************************
038500* UNDETERMINED TABLE - EVERY JOB WHOSE STATE COULD  *
038600* NOT BE DETERMINED, LISTED ON ITS OWN PAGE AT THE  *
038700* END OF THE REPORT.                                *
038800*****************************************************
038900 01 WS-UNDT-TABLE.
039000    05 WS-UNDT-ENTRY-COUNT       PIC 9(04) VALUE 0.
039100    05 WS-UNDT-ENTRIES OCCURS 0 TO 400 TIMES
039200              DEPENDING ON WS-UNDT-ENTRY-COUNT.
039300       10 WS-UNDT-TBL-FILE-NAME     PIC X(08).
039400       10 WS-UNDT-TBL-JOB-ID        PIC X(08).
039500       10 WS-UNDT-TBL-REASON        PIC X(60).
039600*
039700*****************************************************
039800* REPORT LINE LAYOUTS                               *
039900*****************************************************
040000 01 WS-PAGE-HEADING.
040100    05 FILLER                    PIC X(18) VALUE
040200          'RECOVERY REPORT - '.
040300    05 WS-HDG-TITLE              PIC X(50).
040400    05 FILLER                    PIC X(11) VALUE '  RUN DATE '.
040500    05 WS-HDG-DATE               PIC 9(06).
040600    05 FILLER                    PIC X(01) VALUE SPACE.
040700    05 WS-HDG-TIME               PIC 9(08).
040800    05 FILLER                    PIC X(08) VALUE '   PAGE '.
040900    05 WS-HDG-PAGE               PIC ZZZ9.
041000    05 FILLER                    PIC X(26) VALUE SPACES.
041100*
041200 01 WS-CHKP-HEADING.
041300    05 FILLER                    PIC X(44) VALUE
041400          'JOB-ID   STEP STEP-NAME STATUS   RUN-DATE   '.
041500    05 FILLER                    PIC X(44) VALUE
041600          'FROM RUN          RC ATT NOTE'.
041700    05 FILLER                    PIC X(44) VALUE SPACES.
041800*
041900 01 WS-CHKP-DETAIL.
042000    05 WS-CKD-JOB-ID             PIC X(08).
042100    05 FILLER                    PIC X(01) VALUE SPACE.
042200    05 WS-CKD-STEP-NUMBER        PIC 9(02).
042300    05 FILLER                    PIC X(03) VALUE SPACES.
042400    05 WS-CKD-STEP-NAME          PIC X(08).
042500    05 FILLER                    PIC X(02) VALUE SPACES.
042600    05 WS-CKD-STATUS             PIC X(08).
042700    05 FILLER                    PIC X(01) VALUE SPACE.
042800    05 WS-CKD-RUN-DATE           PIC X(06).
042900    05 FILLER                    PIC X(05) VALUE SPACES.
043000    05 WS-CKD-FROM-DATE          PIC X(06).
043100    05 FILLER                    PIC X(01) VALUE SPACE.
043200    05 WS-CKD-FROM-TIME          PIC X(08).
043300    05 FILLER                    PIC X(03) VALUE SPACES.
043400    05 WS-CKD-RC                 PIC X(02).
043500    05 FILLER                    PIC X(02) VALUE SPACES.
043600    05 WS-CKD-ATTEMPT            PIC X(02).
043700    05 FILLER                    PIC X(01) VALUE SPACE.
043800    05 WS-CKD-NOTE               PIC X(40).
043900    05 FILLER                    PIC X(23) VALUE SPACES.
044000*
044100 01 WS-BASE-HEADING.
044200    05 FILLER                    PIC X(44) VALUE
044300          'JOB-ID   SAMPLES  AVG-SECS  MAX-SECS  OLDEST'.
044400    05 FILLER                    PIC X(44) VALUE
044500          ' SAMPLE RUN    NEWEST SAMPLE RUN    NOTE'.
044600    05 FILLER                    PIC X(44) VALUE SPACES.
044700*
044800 01 WS-BASE-DETAIL.
044900    05 WS-BSD-JOB-ID             PIC X(08).
045000    05 FILLER                    PIC X(06) VALUE SPACES.
045100    05 WS-BSD-SAMPLES            PIC Z9.
045200    05 FILLER                    PIC X(03) VALUE SPACES.
045300    05 WS-BSD-AVG                PIC ZZZZZZ9.
045400    05 FILLER                    PIC X(03) VALUE SPACES.
045500    05 WS-BSD-MAX                PIC ZZZZZZ9.
045600    05 FILLER                    PIC X(02) VALUE SPACES.
045700    05 WS-BSD-OLDEST-DATE        PIC X(06).
045800    05 FILLER                    PIC X(01) VALUE SPACE.
045900    05 WS-BSD-OLDEST-TIME        PIC X(08).
046000    05 FILLER                    PIC X(06) VALUE SPACES.
046100    05 WS-BSD-NEWEST-DATE        PIC X(06).
046200    05 FILLER                    PIC X(01) VALUE SPACE.
046300    05 WS-BSD-NEWEST-TIME        PIC X(08).
046400    05 FILLER                    PIC X(06) VALUE SPACES.
046500    05 WS-BSD-NOTE               PIC X(40).
046600    05 FILLER                    PIC X(12) VALUE SPACES.
046700*
046800 01 WS-EVNT-LINE.
046900    05 WS-EVL-LABEL              PIC X(40).
047000    05 WS-EVL-VALUE              PIC ZZZZZ9.
047100    05 FILLER                    PIC X(02) VALUE SPACES.
047200    05 WS-EVL-TEXT               PIC X(60).
047300    05 FILLER                    PIC X(24) VALUE SPACES.
047400*
047500 01 WS-UNDT-HEADING.
047600    05 FILLER                    PIC X(44) VALUE
047700          'FILE     JOB-ID   STATE COULD NOT BE DETERMI'.
047800    05 FILLER                    PIC X(44) VALUE
047900          'NED BECAUSE'.
048000    05 FILLER                    PIC X(44) VALUE SPACES.
048100*
048200 01 WS-UNDT-DETAIL.
048300    05 WS-UND-FILE-NAME          PIC X(08).
048400    05 FILLER                    PIC X(01) VALUE SPACE.
048500    05 WS-UND-JOB-ID             PIC X(08).
048600    05 FILLER                    PIC X(01) VALUE SPACE.
048700    05 WS-UND-REASON             PIC X(60).
048800    05 FILLER                    PIC X(54) VALUE SPACES.
048900*
049000 01 WS-COUNT-HEADING.
049100    05 FILLER                    PIC X(44) VALUE
049200          'FILE       RECORDS BEFORE   RECORDS AFTER  R'.
049300    05 FILLER                    PIC X(44) VALUE
049400          'ESULT'.
049500    05 FILLER                    PIC X(44) VALUE SPACES.
049600*
049700 01 WS-COUNT-DETAIL.
049800    05 WS-CND-FILE-NAME          PIC X(08).
049900    05 FILLER                    PIC X(08) VALUE SPACES.
050000    05 WS-CND-BEFORE             PIC Z,ZZZ,ZZ9.
050100    05 FILLER                    PIC X(07) VALUE SPACES.
050200    05 WS-CND-AFTER              PIC Z,ZZZ,ZZ9.
050300    05 FILLER                    PIC X(02) VALUE SPACES.
050400    05 WS-CND-RESULT             PIC X(60).
050500    05 FILLER                    PIC X(29) VALUE SPACES.
050600*
050700 01 WS-SUMMARY-LINE.
050800    05 WS-SUM-LABEL              PIC X(40).
050900    05 WS-SUM-COUNT              PIC ZZZ,ZZ9.
051000    05 FILLER                    PIC X(85) VALUE SPACES.
051100*
051200 LINKAGE SECTION.
051300  01 PRM-INFO.
051400     05 PRM-LENGTH               PIC S9(04) COMP.
051500     05 PRM-RECOVER-SCOPE        PIC X(01).
051600*
051700 PROCEDURE DIVISION USING PRM-INFO.
051800*****************************************************
051900* MAIN PROGRAM ROUTINE                              *
052000*****************************************************
052100 0000-MAIN-PROCESS.
052200*
052300      PERFORM 1000-INITIALIZE
052400         THRU 1000-INITIALIZE-EXIT
052500*
052600      IF WS-RCVR-FILE-OPEN
052700         AND WS-SCOPE-VALID
052800         IF WS-SCOPE-ALL OR WS-SCOPE-CHECKPOINTS
052900            PERFORM 2000-REBUILD-CHECKPOINTS
053000               THRU 2000-REBUILD-CHECKPOINTS-EXIT
053100         END-IF
053200         IF WS-SCOPE-ALL OR WS-SCOPE-BASELINES
053300            PERFORM 3000-REBUILD-BASELINES
053400               THRU 3000-REBUILD-BASELINES-EXIT
053500         END-IF
053600         IF WS-SCOPE-ALL OR WS-SCOPE-EVENTS
053700            PERFORM 4000-RESEED-EVENT-SEQUENCE
053800               THRU 4000-RESEED-EVENT-SEQUENCE-EXIT
053900         END-IF
054000         PERFORM 5000-WRITE-UNDETERMINED
054100            THRU 5000-WRITE-UNDETERMINED-EXIT
054200         PERFORM 6000-WRITE-COUNTS
054300            THRU 6000-WRITE-COUNTS-EXIT
054400      END-IF
054500*
054600      PERFORM 9000-TERMINATE
054700         THRU 9000-TERMINATE-EXIT
054800*
054900      MOVE WS-RETURN-CODE TO RETURN-CODE
055000      GOBACK
055100      .
055200 0000-MAIN-PROCESS-EXIT.
055300      EXIT.
055400*
055500*****************************************************
055600* 1000-INITIALIZE - PICK UP THE RECOVERY SCOPE,     *
055700* COUNT THE FILES AS THEY NOW STAND, LOAD THE       *
055800* CONTROL TOTALS AND OPEN THE RECOVERY REPORT.  THE *
055900* SCOPE IS A FOR ALL (THE DEFAULT), C FOR CHKPFILE, *
056000* B FOR BASEFILE OR E FOR THE EVENT SEQUENCE.  AN   *
056100* UNKNOWN SCOPE REBUILDS NOTHING AND ENDS RC 8.     *
056200*****************************************************
056300 1000-INITIALIZE.
056400*
056500      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
056600      DISPLAY '-------------------------------'
056700      DISPLAY ' '
056800*
056900      ACCEPT CURRENT-DATE     FROM DATE
057000      ACCEPT CURRENT-TIME     FROM TIME
057100*
057200      IF PRM-LENGTH > 0
057300         AND PRM-RECOVER-SCOPE NOT = SPACE
057400         MOVE PRM-RECOVER-SCOPE  TO WS-RECOVER-SCOPE
057500      END-IF
057600      IF NOT WS-SCOPE-VALID
057700         DISPLAY ' *** RECOVERY SCOPE ' WS-RECOVER-SCOPE
057800            ' IS NOT A, C, B OR E - NOTHING REBUILT ***'
057900         MOVE 8                  TO WS-RETURN-CODE
058000         GO TO 1000-INITIALIZE-EXIT
058100      END-IF
058200      DISPLAY ' RECOVERY SCOPE: ' WS-RECOVER-SCOPE
058300*
058400      PERFORM 1100-COUNT-CHKP-BEFORE
058500         THRU 1100-COUNT-CHKP-BEFORE-EXIT
058600      PERFORM 1200-COUNT-BASE-BEFORE
058700         THRU 1200-COUNT-BASE-BEFORE-EXIT
058800      PERFORM 1300-SCAN-EVENT-STREAM
058900         THRU 1300-SCAN-EVENT-STREAM-EXIT
059000      MOVE WS-CHKP-BEFORE     TO WS-CHKP-AFTER
059100      MOVE WS-BASE-BEFORE     TO WS-BASE-AFTER
059200      MOVE WS-EVNT-BEFORE     TO WS-EVNT-AFTER
059300*
059400      PERFORM 1400-LOAD-CONTROL-TOTALS
059500         THRU 1400-LOAD-CONTROL-TOTALS-EXIT
059600*
059700      OPEN OUTPUT RCVR-FILE
059800      IF NOT WS-RCVR-STATUS-OK
059900         DISPLAY ' *** RCVRFILE COULD NOT BE OPENED - STATUS: '
060000            WS-RCVR-STATUS ' - NOTHING REBUILT ***'
060100         MOVE 12                 TO WS-RETURN-CODE
060200         GO TO 1000-INITIALIZE-EXIT
060300      END-IF
060400      SET WS-RCVR-FILE-OPEN   TO TRUE
060500      MOVE CURRENT-DATE       TO WS-HDG-DATE
060600      MOVE CURRENT-TIME       TO WS-HDG-TIME
060700      .
060800 1000-INITIALIZE-EXIT.
060900      EXIT.
061000*
061100*****************************************************
061200* 1100-COUNT-CHKP-BEFORE - COUNT WHAT IS LEFT ON    *
061300* CHKPFILE AND GIVE EACH OF ITS JOB-IDS A ROW IN    *
061400* THE JOB TABLE, SO A JOB KNOWN ONLY TO THE OLD     *
061500* FILE IS STILL ACCOUNTED FOR.                      *
061600*****************************************************
061700 1100-COUNT-CHKP-BEFORE.
061800*
061900      OPEN INPUT CHKP-FILE
062000      IF NOT WS-CHKP-STATUS-OK
062100         DISPLAY ' CHKPFILE NOT PRESENT - STATUS: ' WS-CHKP-STATUS
062200         GO TO 1100-COUNT-CHKP-BEFORE-EXIT
062300      END-IF
062400*
062500      PERFORM 1110-COUNT-CHKP-RECORD
062600         THRU 1110-COUNT-CHKP-RECORD-EXIT
062700         UNTIL WS-CHKP-STATUS-EOF
062800      CLOSE CHKP-FILE
062900      .
063000 1100-COUNT-CHKP-BEFORE-EXIT.
063100      EXIT.
063200*
063300*****************************************************
063400* 1110-COUNT-CHKP-RECORD - READ ONE OLD CHECKPOINT  *
063500* RECORD.                                           *
063600*****************************************************
063700 1110-COUNT-CHKP-RECORD.
063800*
063900      READ CHKP-FILE
064000         AT END
064100            MOVE '10'   TO WS-CHKP-STATUS
064200            GO TO 1110-COUNT-CHKP-RECORD-EXIT
064300      END-READ
064400      ADD 1                   TO WS-CHKP-BEFORE
064500      IF CHKP-JOB-ID NOT = SPACES
064600         MOVE CHKP-JOB-ID     TO WS-LOOKUP-JOB-ID
064700         PERFORM 2200-FIND-OR-ADD-JOB
064800            THRU 2200-FIND-OR-ADD-JOB-EXIT
064900      END-IF
065000      .
065100 1110-COUNT-CHKP-RECORD-EXIT.
065200      EXIT.
065300*
065400*****************************************************
065500* 1200-COUNT-BASE-BEFORE - COUNT WHAT IS LEFT ON    *
065600* BASEFILE AND HOLD EACH RECORD, SO A JOB WITH NO   *
065700* RUNS ON HISTVSAM CAN KEEP THE BASELINE IT HAD.    *
065800*****************************************************
065900 1200-COUNT-BASE-BEFORE.
066000*
066100      OPEN INPUT BASE-FILE
066200      IF NOT WS-BASE-STATUS-OK
066300         DISPLAY ' BASEFILE NOT PRESENT - STATUS: ' WS-BASE-STATUS
066400         GO TO 1200-COUNT-BASE-BEFORE-EXIT
066500      END-IF
066600*
066700      PERFORM 1210-COUNT-BASE-RECORD
066800         THRU 1210-COUNT-BASE-RECORD-EXIT
066900         UNTIL WS-BASE-STATUS-EOF
067000      CLOSE BASE-FILE
067100      .
067200 1200-COUNT-BASE-BEFORE-EXIT.
067300      EXIT.
067400*
067500*****************************************************
067600* 1210-COUNT-BASE-RECORD - READ ONE OLD BASELINE    *
067700* RECORD INTO THE OLD BASELINE TABLE.               *
067800*****************************************************
067900 1210-COUNT-BASE-RECORD.
068000*
068100      READ BASE-FILE
068200         AT END
068300            MOVE '10'   TO WS-BASE-STATUS
068400            GO TO 1210-COUNT-BASE-RECORD-EXIT
068500      END-READ
068600      ADD 1                   TO WS-BASE-BEFORE
068700      IF BASE-JOB-ID = SPACES
068800         GO TO 1210-COUNT-BASE-RECORD-EXIT
068900      END-IF
069000      IF WS-OBAS-ENTRY-COUNT >= 200
069100         DISPLAY ' *** OLD BASELINE TABLE FULL (200 ENTRIES) - '
069200            BASE-JOB-ID ' NOT HELD ***'
069300         GO TO 1210-COUNT-BASE-RECORD-EXIT
069400      END-IF
069500*
069600      ADD 1                   TO WS-OBAS-ENTRY-COUNT
069700      MOVE WS-OBAS-ENTRY-COUNT TO WS-OBAS-IDX
069800      MOVE BASE-JOB-ID
069900         TO WS-OBAS-TBL-JOB-ID (WS-OBAS-IDX)
070000      MOVE 'N'
070100         TO WS-OBAS-TBL-REBUILT-SW (WS-OBAS-IDX)
070200      MOVE BASE-RECORD
070300         TO WS-OBAS-TBL-IMAGE (WS-OBAS-IDX)
070400      .
070500 1210-COUNT-BASE-RECORD-EXIT.
070600      EXIT.
070700*
070800*****************************************************
070900* 1300-SCAN-EVENT-STREAM - COUNT EVNTFILE, NOTE ITS *
071000* HIGHEST SEQUENCE AND ITS HASH TOTALS BY THE       *
071100* CTOTREC RULES, AND READ THE BRIDGE'S MARK FROM    *
071200* ACKFILE.                                          *
071300*****************************************************
071400 1300-SCAN-EVENT-STREAM.
071500*
071600      OPEN INPUT EVNT-FILE
071700      IF WS-EVNT-STATUS-OK
071800         SET WS-EVNT-FILE-PRESENT TO TRUE
071900         PERFORM 1310-SCAN-EVENT-RECORD
072000            THRU 1310-SCAN-EVENT-RECORD-EXIT
072100            UNTIL WS-EVNT-STATUS-EOF
072200         CLOSE EVNT-FILE
072300      ELSE
072400         DISPLAY ' EVNTFILE NOT PRESENT - STATUS: ' WS-EVNT-STATUS
072500      END-IF
072600*
072700      OPEN INPUT ACK-FILE
072800      IF WS-ACK-STATUS-OK
072900         READ ACK-FILE
073000            AT END
073100               MOVE '10'   TO WS-ACK-STATUS
073200            NOT AT END
073300               IF ACK-LAST-SEQ IS NUMERIC
073400                  SET WS-ACK-FILE-PRESENT TO TRUE
073500                  MOVE ACK-LAST-SEQ    TO WS-ACK-LAST-SEQ
073600               END-IF
073700         END-READ
073800         CLOSE ACK-FILE
073900      ELSE
074000         DISPLAY ' ACKFILE NOT PRESENT - STATUS: ' WS-ACK-STATUS
074100      END-IF
074200      .
074300 1300-SCAN-EVENT-STREAM-EXIT.
074400      EXIT.
074500*
074600*****************************************************
074700* 1310-SCAN-EVENT-RECORD - READ ONE EVENT RECORD.   *
074800*****************************************************
074900 1310-SCAN-EVENT-RECORD.
075000*
075100      READ EVNT-FILE
075200         AT END
075300            MOVE '10'   TO WS-EVNT-STATUS
075400            GO TO 1310-SCAN-EVENT-RECORD-EXIT
075500      END-READ
075600      ADD 1                   TO WS-EVNT-BEFORE
075700      IF EVNT-RETURN-CODE IS NUMERIC
075800         ADD EVNT-RETURN-CODE TO WS-EVNT-HASH-RC
075900      END-IF
076000      IF EVNT-SEQ-NUMBER IS NUMERIC
076100         ADD EVNT-SEQ-NUMBER  TO WS-EVNT-HASH-SEQ
076200         IF EVNT-SEQ-NUMBER > WS-EVNT-HIGH-SEQ
076300            MOVE EVNT-SEQ-NUMBER TO WS-EVNT-HIGH-SEQ
076400         END-IF
076500      END-IF
076600      .
076700 1310-SCAN-EVENT-RECORD-EXIT.
076800      EXIT.
076900*
077000*****************************************************
077100* 1400-LOAD-CONTROL-TOTALS - LOAD EVERY CTOTFILE    *
077200* RECORD INTO WS-CTOT-TABLE.  NO CTOTFILE YET       *
077300* SIMPLY LEAVES THE TABLE EMPTY.                    *
077400*****************************************************
077500 1400-LOAD-CONTROL-TOTALS.
077600*
077700      MOVE 0                  TO WS-CTOT-ENTRY-COUNT
077800      OPEN INPUT CTOT-FILE
077900      IF NOT WS-CTOT-STATUS-OK
078000         GO TO 1400-LOAD-CONTROL-TOTALS-EXIT
078100      END-IF
078200*
078300      PERFORM 1410-READ-CTOT-RECORD
078400         THRU 1410-READ-CTOT-RECORD-EXIT
078500         UNTIL WS-CTOT-STATUS-EOF
078600      CLOSE CTOT-FILE
078700      .
078800 1400-LOAD-CONTROL-TOTALS-EXIT.
078900      EXIT.
079000*
079100*****************************************************
079200* 1410-READ-CTOT-RECORD - READ ONE CONTROL-TOTALS   *
079300* RECORD AND ADD IT TO THE TABLE.                   *
079400*****************************************************
079500 1410-READ-CTOT-RECORD.
079600*
079700      READ CTOT-FILE
079800         AT END
079900            MOVE '10'   TO WS-CTOT-STATUS
080000         NOT AT END
080100            IF CTOT-FILE-NAME NOT = SPACES
080200               AND WS-CTOT-ENTRY-COUNT < 20
080300               ADD 1                TO WS-CTOT-ENTRY-COUNT
080400               MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
080500               PERFORM 7220-CLEAR-CTOT-ENTRY
080600                  THRU 7220-CLEAR-CTOT-ENTRY-EXIT
080700               MOVE CTOT-FILE-NAME
080800                  TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
080900               IF CTOT-RECORD-COUNT IS NUMERIC
081000                  MOVE CTOT-RECORD-COUNT
081100                     TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
081200               END-IF
081300               IF CTOT-HASH-RC IS NUMERIC
081400                  MOVE CTOT-HASH-RC
081500                     TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
081600               END-IF
081700               IF CTOT-HASH-SECONDS IS NUMERIC
081800                  MOVE CTOT-HASH-SECONDS
081900                     TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
082000               END-IF
082100               IF CTOT-LAST-DATE IS NUMERIC
082200                  MOVE CTOT-LAST-DATE
082300                     TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
082400               END-IF
082500               IF CTOT-LAST-TIME IS NUMERIC
082600                  MOVE CTOT-LAST-TIME
082700                     TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
082800               END-IF
082900               MOVE CTOT-LAST-PROGRAM
083000                  TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
083100            END-IF
083200      END-READ
083300      .
083400 1410-READ-CTOT-RECORD-EXIT.
083500      EXIT.
083600*
083700*****************************************************
083800* 2000-REBUILD-CHECKPOINTS - REBUILD CHKPFILE.  THE *
083900* STEP DEFINITIONS AND HISTORY ARE LOADED INTO THE  *
084000* JOB TABLE FIRST; WITHOUT HISTFILE THERE IS        *
084100* NOTHING TO REBUILD FROM, SO CHKPFILE IS LEFT AS IT*
084200* WAS AND THE RUN ENDS RC 8.                        *
084300*****************************************************
084400 2000-REBUILD-CHECKPOINTS.
084500*
084600      MOVE 'CHECKPOINTS REBUILT FROM HISTFILE AND STEPFILE'
084700         TO WS-HDG-TITLE
084800      MOVE WS-CHKP-HEADING    TO WS-CUR-HEADING
084900      MOVE 99                 TO WS-LINE-COUNT
085000*
085100      PERFORM 2100-LOAD-STEP-DEFS
085200         THRU 2100-LOAD-STEP-DEFS-EXIT
085300*
085400      OPEN INPUT HIST-FILE
085500      IF NOT WS-HIST-STATUS-OK
085600         DISPLAY ' *** HISTFILE COULD NOT BE OPENED - STATUS: '
085700            WS-HIST-STATUS ' - CHKPFILE NOT REBUILT ***'
085800         MOVE 'HISTFILE NOT AVAILABLE - CHKPFILE LEFT AS IT WAS'
085900            TO WS-CHKP-RESULT
086000         MOVE 'HISTFILE NOT AVAILABLE - CHKPFILE NOT REBUILT'
086100            TO WS-PRINT-LINE
086200         PERFORM 5900-WRITE-REPORT-LINE
086300            THRU 5900-WRITE-REPORT-LINE-EXIT
086400         IF WS-RETURN-CODE < 8
086500            MOVE 8               TO WS-RETURN-CODE
086600         END-IF
086700         GO TO 2000-REBUILD-CHECKPOINTS-EXIT
086800      END-IF
086900      PERFORM 2300-SCAN-HIST-RECORD
087000         THRU 2300-SCAN-HIST-RECORD-EXIT
087100         UNTIL WS-HIST-STATUS-EOF
087200      CLOSE HIST-FILE
087300*
087400      OPEN OUTPUT CHKP-FILE
087500      IF NOT WS-CHKP-STATUS-OK
087600         DISPLAY ' *** CHKPFILE COULD NOT BE OPENED FOR OUTPUT - '
087700            'STATUS: ' WS-CHKP-STATUS ' ***'
087800         MOVE 'CHKPFILE COULD NOT BE OPENED FOR OUTPUT'
087900            TO WS-CHKP-RESULT
088000         MOVE 12                 TO WS-RETURN-CODE
088100         GO TO 2000-REBUILD-CHECKPOINTS-EXIT
088200      END-IF
088300      MOVE 0                  TO WS-CHKP-AFTER
088400      MOVE 0                  TO WS-CHKP-HASH-RC
088500      MOVE 0                  TO WS-CHKP-HASH-DATE
088600      PERFORM 2400-WRITE-JOB-CHECKPOINTS
088700         THRU 2400-WRITE-JOB-CHECKPOINTS-EXIT
088800         VARYING WS-JOB-IDX FROM 1 BY 1
088900         UNTIL WS-JOB-IDX > WS-JOB-ENTRY-COUNT
089000      CLOSE CHKP-FILE
089100*
089200*    THE FILE WAS WRITTEN FROM EMPTY, SO ITS CONTROL RECORD
089300*    IS RE-BASED ON WHAT WENT OUT RATHER THAN POSTED TO.
089400      MOVE 'CHKPFILE'         TO WS-CTOT-FILE-NAME
089500      MOVE WS-CHKP-AFTER      TO WS-CTOT-NEW-COUNT
089600      MOVE WS-CHKP-HASH-RC    TO WS-CTOT-NEW-RC
089700      MOVE WS-CHKP-HASH-DATE  TO WS-CTOT-NEW-SECONDS
089800      PERFORM 7000-REBASE-CTOT-ENTRY
089900         THRU 7000-REBASE-CTOT-ENTRY-EXIT
090000*
090100      MOVE 'REBUILT FROM HISTFILE AND STEPFILE'
090200         TO WS-CHKP-RESULT
090300      MOVE SPACES             TO WS-PRINT-LINE
090400      PERFORM 5900-WRITE-REPORT-LINE
090500         THRU 5900-WRITE-REPORT-LINE-EXIT
090600      MOVE 'HISTFILE RECORDS READ'     TO WS-SUM-LABEL
090700      MOVE WS-HIST-READ-COUNT          TO WS-SUM-COUNT
090800      PERFORM 5800-WRITE-SUMMARY-LINE
090900         THRU 5800-WRITE-SUMMARY-LINE-EXIT
091000      MOVE 'JOBS REBUILT FROM THEIR LATEST RUN' TO WS-SUM-LABEL
091100      MOVE WS-JOBS-REBUILT             TO WS-SUM-COUNT
091200      PERFORM 5800-WRITE-SUMMARY-LINE
091300         THRU 5800-WRITE-SUMMARY-LINE-EXIT
091400      MOVE 'JOBS WRITTEN PENDING - NOT DETERMINED'
091500         TO WS-SUM-LABEL
091600      MOVE WS-JOBS-UNDETERMINED        TO WS-SUM-COUNT
091700      PERFORM 5800-WRITE-SUMMARY-LINE
091800         THRU 5800-WRITE-SUMMARY-LINE-EXIT
091900      MOVE 'CHECKPOINT RECORDS WRITTEN' TO WS-SUM-LABEL
092000      MOVE WS-CHKP-AFTER               TO WS-SUM-COUNT
092100      PERFORM 5800-WRITE-SUMMARY-LINE
092200         THRU 5800-WRITE-SUMMARY-LINE-EXIT
092300      .
092400 2000-REBUILD-CHECKPOINTS-EXIT.
092500      EXIT.
092600*
092700*****************************************************
092800* 2100-LOAD-STEP-DEFS - GIVE EVERY JOB ON STEPFILE  *
092900* A ROW CARRYING ITS STEP COUNT AND NAMES.  A COUNT *
093000* OUTSIDE 1-12 IS IGNORED AS CBLHELLO IGNORES IT.   *
093100* WITHOUT STEPFILE EVERY JOB TAKES THE THREE-STEP   *
093200* DEFAULT AND THE RUN ENDS RC 4.                    *
093300*****************************************************
093400 2100-LOAD-STEP-DEFS.
093500*
093600      OPEN INPUT STEP-FILE
093700      IF NOT WS-STEP-STATUS-OK
093800         DISPLAY ' *** STEPFILE NOT PRESENT - STATUS: '
093900            WS-STEP-STATUS ' - EVERY JOB TAKES THE DEFAULT '
094000            WS-STEPS-DEFAULT ' STEPS ***'
094100         MOVE 'STEPFILE NOT PRESENT - EVERY JOB TAKES THE DEFAULT'
094200            TO WS-PRINT-LINE
094300         PERFORM 5900-WRITE-REPORT-LINE
094400            THRU 5900-WRITE-REPORT-LINE-EXIT
094500         IF WS-RETURN-CODE < 4
094600            MOVE 4               TO WS-RETURN-CODE
094700         END-IF
094800         GO TO 2100-LOAD-STEP-DEFS-EXIT
094900      END-IF
095000*
095100      SET WS-STEP-FILE-PRESENT TO TRUE
095200      PERFORM 2110-LOAD-STEP-RECORD
095300         THRU 2110-LOAD-STEP-RECORD-EXIT
095400         UNTIL WS-STEP-STATUS-EOF
095500      CLOSE STEP-FILE
095600      .
095700 2100-LOAD-STEP-DEFS-EXIT.
095800      EXIT.
095900*
096000*****************************************************
096100* 2110-LOAD-STEP-RECORD - READ ONE STEP DEFINITION  *
096200* AND COPY IT ONTO ITS JOB'S ROW.                   *
096300*****************************************************
096400 2110-LOAD-STEP-RECORD.
096500*
096600      READ STEP-FILE
096700         AT END
096800            MOVE '10'   TO WS-STEP-STATUS
096900            GO TO 2110-LOAD-STEP-RECORD-EXIT
097000      END-READ
097100      IF STEP-JOB-ID = SPACES
097200         GO TO 2110-LOAD-STEP-RECORD-EXIT
097300      END-IF
097400      IF STEP-COUNT NOT NUMERIC
097500         OR STEP-COUNT < 1
097600         OR STEP-COUNT > 12
097700         DISPLAY ' *** STEP DEFINITION FOR ' STEP-JOB-ID
097800            ' HAS INVALID STEP COUNT ' STEP-COUNT ' - IGNORED ***'
097900         GO TO 2110-LOAD-STEP-RECORD-EXIT
098000      END-IF
098100*
098200      MOVE STEP-JOB-ID        TO WS-LOOKUP-JOB-ID
098300      PERFORM 2200-FIND-OR-ADD-JOB
098400         THRU 2200-FIND-OR-ADD-JOB-EXIT
098500      IF WS-JOB-IDX = 0
098600         GO TO 2110-LOAD-STEP-RECORD-EXIT
098700      END-IF
098800      MOVE STEP-COUNT
098900         TO WS-JOB-TBL-STEP-COUNT (WS-JOB-IDX)
099000      PERFORM 2120-LOAD-STEP-NAME
099100         THRU 2120-LOAD-STEP-NAME-EXIT
099200         VARYING WS-SLOT-IDX FROM 1 BY 1
099300         UNTIL WS-SLOT-IDX > 12
099400      .
099500 2110-LOAD-STEP-RECORD-EXIT.
099600      EXIT.
099700*
099800*****************************************************
099900* 2120-LOAD-STEP-NAME - COPY ONE STEP NAME ONTO THE *
100000* JOB'S ROW.                                        *
100100*****************************************************
100200 2120-LOAD-STEP-NAME.
100300*
100400      MOVE STEP-NAME (WS-SLOT-IDX)
100500         TO WS-JOB-TBL-STEP-NAME (WS-JOB-IDX WS-SLOT-IDX)
100600      .
100700 2120-LOAD-STEP-NAME-EXIT.
100800      EXIT.
100900*
101000*****************************************************
101100* 2200-FIND-OR-ADD-JOB - POINT WS-JOB-IDX AT THE    *
101200* ROW FOR WS-LOOKUP-JOB-ID, ADDING A ROW WITH THE   *
101300* DEFAULT STEP COUNT AND NO RUNS WHEN THE JOB IS    *
101400* NEW.  A FULL TABLE LEAVES WS-JOB-IDX ZERO.        *
101500*****************************************************
101600 2200-FIND-OR-ADD-JOB.
101700*
101800      MOVE 'N'                TO WS-JOB-FOUND-SWITCH
101900      MOVE 0                  TO WS-JOB-IDX
102000      PERFORM 2210-SEARCH-JOB-ENTRY
102100         THRU 2210-SEARCH-JOB-ENTRY-EXIT
102200         VARYING WS-JOB-SRCH-IDX FROM 1 BY 1
102300         UNTIL WS-JOB-SRCH-IDX > WS-JOB-ENTRY-COUNT
102400            OR WS-JOB-ENTRY-FOUND
102500      IF WS-JOB-ENTRY-FOUND
102600         GO TO 2200-FIND-OR-ADD-JOB-EXIT
102700      END-IF
102800*
102900      IF WS-JOB-ENTRY-COUNT >= 200
103000         DISPLAY ' *** JOB TABLE FULL (200 ENTRIES) - '
103100            WS-LOOKUP-JOB-ID ' NOT REBUILT ***'
103200         GO TO 2200-FIND-OR-ADD-JOB-EXIT
103300      END-IF
103400      ADD 1                   TO WS-JOB-ENTRY-COUNT
103500      MOVE WS-JOB-ENTRY-COUNT TO WS-JOB-IDX
103600      MOVE WS-LOOKUP-JOB-ID   TO WS-JOB-TBL-JOB-ID (WS-JOB-IDX)
103700      MOVE WS-STEPS-DEFAULT
103800         TO WS-JOB-TBL-STEP-COUNT (WS-JOB-IDX)
103900      PERFORM 2220-CLEAR-STEP-NAME
104000         THRU 2220-CLEAR-STEP-NAME-EXIT
104100         VARYING WS-SLOT-IDX FROM 1 BY 1
104200         UNTIL WS-SLOT-IDX > 12
104300      MOVE 0                  TO WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX)
104400      MOVE 0                  TO WS-JOB-TBL-EXEC-TIME (WS-JOB-IDX)
104500      MOVE 0                  TO WS-JOB-TBL-EXEC-RC (WS-JOB-IDX)
104600      MOVE 0
104700         TO WS-JOB-TBL-EXEC-ATTEMPT (WS-JOB-IDX)
104800      MOVE 0                  TO WS-JOB-TBL-LAST-DATE (WS-JOB-IDX)
104900      MOVE 0                  TO WS-JOB-TBL-LAST-TIME (WS-JOB-IDX)
105000      MOVE 0                  TO WS-JOB-TBL-LAST-RC (WS-JOB-IDX)
105100      .
105200 2200-FIND-OR-ADD-JOB-EXIT.
105300      EXIT.
105400*
105500*****************************************************
105600* 2210-SEARCH-JOB-ENTRY - TEST ONE JOB TABLE ROW    *
105700* FOR A JOB-ID MATCH DURING THE SEARCH ABOVE.       *
105800*****************************************************
105900 2210-SEARCH-JOB-ENTRY.
106000*
106100      IF WS-JOB-TBL-JOB-ID (WS-JOB-SRCH-IDX) = WS-LOOKUP-JOB-ID
106200         SET WS-JOB-ENTRY-FOUND TO TRUE
106300         MOVE WS-JOB-SRCH-IDX   TO WS-JOB-IDX
106400      END-IF
106500      .
106600 2210-SEARCH-JOB-ENTRY-EXIT.
106700      EXIT.
106800*
106900*****************************************************
107000* 2220-CLEAR-STEP-NAME - BLANK ONE STEP NAME OF A   *
107100* NEWLY ADDED JOB ROW.                              *
107200*****************************************************
107300 2220-CLEAR-STEP-NAME.
107400*
107500      MOVE SPACES
107600         TO WS-JOB-TBL-STEP-NAME (WS-JOB-IDX WS-SLOT-IDX)
107700      .
107800 2220-CLEAR-STEP-NAME-EXIT.
107900      EXIT.
108000*
108100*****************************************************
108200* 2300-SCAN-HIST-RECORD - READ ONE HISTORY RECORD   *
108300* AND KEEP, FOR ITS JOB, THE LATEST RUN OF ANY KIND *
108400* AND THE LATEST RUN THAT EXECUTED ITS STEPS.  A    *
108500* SUPERSEDED RETRY ATTEMPT STILL EXECUTED ITS STEPS *
108600* AND COUNTS; A RUN WHOSE STEPS WERE BYPASSED DOES  *
108700* NOT.  LATEST IS BY RUN DATE AND TIME, LATER FILE  *
108800* ORDER WINNING A TIE.                              *
108900*****************************************************
109000 2300-SCAN-HIST-RECORD.
109100*
109200      READ HIST-FILE
109300         AT END
109400            MOVE '10'   TO WS-HIST-STATUS
109500            GO TO 2300-SCAN-HIST-RECORD-EXIT
109600      END-READ
109700      ADD 1                   TO WS-HIST-READ-COUNT
109800      IF HIST-JOB-ID = SPACES
109900         OR HIST-RUN-DATE NOT NUMERIC
110000         OR HIST-RUN-TIME NOT NUMERIC
110100         OR HIST-RETURN-CODE NOT NUMERIC
110200         GO TO 2300-SCAN-HIST-RECORD-EXIT
110300      END-IF
110400*
110500      MOVE HIST-JOB-ID        TO WS-LOOKUP-JOB-ID
110600      PERFORM 2200-FIND-OR-ADD-JOB
110700         THRU 2200-FIND-OR-ADD-JOB-EXIT
110800      IF WS-JOB-IDX = 0
110900         GO TO 2300-SCAN-HIST-RECORD-EXIT
111000      END-IF
111100*
111200      IF HIST-RUN-DATE > WS-JOB-TBL-LAST-DATE (WS-JOB-IDX)
111300         OR (HIST-RUN-DATE = WS-JOB-TBL-LAST-DATE (WS-JOB-IDX)
111400             AND HIST-RUN-TIME >=
111500                 WS-JOB-TBL-LAST-TIME (WS-JOB-IDX))
111600         MOVE HIST-RUN-DATE
111700            TO WS-JOB-TBL-LAST-DATE (WS-JOB-IDX)
111800         MOVE HIST-RUN-TIME
111900            TO WS-JOB-TBL-LAST-TIME (WS-JOB-IDX)
112000         MOVE HIST-RETURN-CODE
112100            TO WS-JOB-TBL-LAST-RC (WS-JOB-IDX)
112200      END-IF
112300*
112400      MOVE HIST-RETURN-CODE   TO WS-HIST-RC
112500      IF WS-HIST-RC-STEPS-BYPASSED
112600         GO TO 2300-SCAN-HIST-RECORD-EXIT
112700      END-IF
112800      IF HIST-RUN-DATE > WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX)
112900         OR (HIST-RUN-DATE = WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX)
113000             AND HIST-RUN-TIME >=
113100                 WS-JOB-TBL-EXEC-TIME (WS-JOB-IDX))
113200         MOVE HIST-RUN-DATE
113300            TO WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX)
113400         MOVE HIST-RUN-TIME
113500            TO WS-JOB-TBL-EXEC-TIME (WS-JOB-IDX)
113600         MOVE HIST-RETURN-CODE
113700            TO WS-JOB-TBL-EXEC-RC (WS-JOB-IDX)
113800         IF HIST-ATTEMPT-NUMBER IS NUMERIC
113900            MOVE HIST-ATTEMPT-NUMBER
114000               TO WS-JOB-TBL-EXEC-ATTEMPT (WS-JOB-IDX)
114100         ELSE
114200            MOVE 1
114300               TO WS-JOB-TBL-EXEC-ATTEMPT (WS-JOB-IDX)
114400         END-IF
114500      END-IF
114600      .
114700 2300-SCAN-HIST-RECORD-EXIT.
114800      EXIT.
114900*
115000*****************************************************
115100* 2400-WRITE-JOB-CHECKPOINTS - WRITE ONE JOB'S STEP *
115200* COUNT OF CHECKPOINT RECORDS.  A JOB WHOSE LATEST  *
115300* RUN EXECUTED ITS STEPS HAS EVERY STEP COMPLETE,   *
115400* DATED THAT RUN, AS CBLHELLO LEFT IT.  A JOB WITH  *
115500* NO SUCH RUN IS WRITTEN PENDING WITH NO DATE - THE *
115600* SAME AS NO CHECKPOINT AT ALL TO CBLHELLO, SO ITS  *
115700* NEXT RUN STARTS FROM STEP 1 - AND IS LISTED AS    *
115800* UNDETERMINED.                                     *
115900*****************************************************
116000 2400-WRITE-JOB-CHECKPOINTS.
116100*
116200      IF WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX) > 0
116300         ADD 1                TO WS-JOBS-REBUILT
116400      ELSE
116500         ADD 1                TO WS-JOBS-UNDETERMINED
116600         MOVE 'CHKPFILE'      TO WS-UNDT-FILE-NAME
116700         MOVE WS-JOB-TBL-JOB-ID (WS-JOB-IDX)
116800            TO WS-UNDT-JOB-ID
116900         IF WS-JOB-TBL-LAST-DATE (WS-JOB-IDX) = 0
117000            MOVE 'NO RUN ON HISTFILE - STEPS WRITTEN PENDING'
117100               TO WS-UNDT-REASON
117200         ELSE
117300            MOVE SPACES       TO WS-UNDT-REASON
117400            STRING 'NO RUN ON HISTFILE EXECUTED ITS STEPS - LAST '
117500                   'RUN ENDED RC ' WS-JOB-TBL-LAST-RC (WS-JOB-IDX)
117600                   DELIMITED BY SIZE INTO WS-UNDT-REASON
117700         END-IF
117800         PERFORM 5700-ADD-UNDETERMINED
117900            THRU 5700-ADD-UNDETERMINED-EXIT
118000      END-IF
118100*
118200      PERFORM 2410-WRITE-ONE-CHECKPOINT
118300         THRU 2410-WRITE-ONE-CHECKPOINT-EXIT
118400         VARYING WS-STEP-NUM FROM 1 BY 1
118500         UNTIL WS-STEP-NUM > WS-JOB-TBL-STEP-COUNT (WS-JOB-IDX)
118600      .
118700 2400-WRITE-JOB-CHECKPOINTS-EXIT.
118800      EXIT.
118900*
119000*****************************************************
119100* 2410-WRITE-ONE-CHECKPOINT - WRITE AND LIST ONE    *
119200* CHECKPOINT RECORD, ADDING IT TO THE CHKPFILE HASH *
119300* TOTALS BY THE CTOTREC RULES.                      *
119400*****************************************************
119500 2410-WRITE-ONE-CHECKPOINT.
119600*
119700      MOVE SPACES             TO CHKP-RECORD
119800      MOVE WS-JOB-TBL-JOB-ID (WS-JOB-IDX) TO CHKP-JOB-ID
119900      MOVE WS-STEP-NUM        TO CHKP-STEP-NUMBER
120000      MOVE SPACES             TO WS-CHKP-DETAIL
120100      MOVE WS-JOB-TBL-JOB-ID (WS-JOB-IDX) TO WS-CKD-JOB-ID
120200      MOVE WS-STEP-NUM        TO WS-CKD-STEP-NUMBER
120300      MOVE WS-JOB-TBL-STEP-NAME (WS-JOB-IDX WS-STEP-NUM)
120400         TO WS-CKD-STEP-NAME
120500*
120600      IF WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX) > 0
120700         SET CHKP-STEP-COMPLETE TO TRUE
120800         MOVE WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX)
120900            TO CHKP-RUN-DATE
121000         MOVE 'COMPLETE'      TO WS-CKD-STATUS
121100         MOVE CHKP-RUN-DATE   TO WS-CKD-RUN-DATE
121200         MOVE WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX)
121300            TO WS-CKD-FROM-DATE
121400         MOVE WS-JOB-TBL-EXEC-TIME (WS-JOB-IDX)
121500            TO WS-CKD-FROM-TIME
121600         MOVE WS-JOB-TBL-EXEC-RC (WS-JOB-IDX)
121700            TO WS-CKD-RC
121800         MOVE WS-JOB-TBL-EXEC-ATTEMPT (WS-JOB-IDX)
121900            TO WS-CKD-ATTEMPT
122000         IF WS-JOB-TBL-LAST-DATE (WS-JOB-IDX) NOT =
122100               WS-JOB-TBL-EXEC-DATE (WS-JOB-IDX)
122200            OR WS-JOB-TBL-LAST-TIME (WS-JOB-IDX) NOT =
122300               WS-JOB-TBL-EXEC-TIME (WS-JOB-IDX)
122400            MOVE 'LATER RUN HAD ITS STEPS BYPASSED'
122500               TO WS-CKD-NOTE
122600         END-IF
122700         ADD WS-STEP-NUM      TO WS-CHKP-HASH-RC
122800         ADD CHKP-RUN-DATE    TO WS-CHKP-HASH-DATE
122900      ELSE
123000         SET CHKP-STEP-PENDING TO TRUE
123100         MOVE 0               TO CHKP-RUN-DATE
123200         MOVE 'PENDING'       TO WS-CKD-STATUS
123300         MOVE 'STATE NOT DETERMINED' TO WS-CKD-NOTE
123400      END-IF
123500*
123600      WRITE CHKP-RECORD
123700      IF NOT WS-CHKP-STATUS-OK
123800         DISPLAY ' *** CHKPFILE WRITE FAILED - STATUS: '
123900            WS-CHKP-STATUS ' ***'
124000         MOVE 12                 TO WS-RETURN-CODE
124100         GO TO 2410-WRITE-ONE-CHECKPOINT-EXIT
124200      END-IF
124300      ADD 1                   TO WS-CHKP-AFTER
124400      MOVE WS-CHKP-DETAIL     TO WS-PRINT-LINE
124500      PERFORM 5900-WRITE-REPORT-LINE
124600         THRU 5900-WRITE-REPORT-LINE-EXIT
124700      .
124800 2410-WRITE-ONE-CHECKPOINT-EXIT.
124900      EXIT.
125000*
125100*****************************************************
125200* 3000-REBUILD-BASELINES - REBUILD BASEFILE FROM    *
125300* THE HISTVSAM MASTER, READ IN KEY ORDER SO EACH    *
125400* JOB'S RUNS ARRIVE TOGETHER AND OLDEST FIRST.  A   *
125500* JOB ON THE OLD BASEFILE WITH NO RUNS ON HISTVSAM  *
125600* KEEPS ITS OLD RECORD AND IS LISTED AS             *
125700* UNDETERMINED.  WITHOUT HISTVSAM BASEFILE IS LEFT  *
125800* AS IT WAS AND THE RUN ENDS RC 8.                  *
125900*****************************************************
126000 3000-REBUILD-BASELINES.
126100*
126200      MOVE 'BASELINES REBUILT FROM HISTVSAM'
126300         TO WS-HDG-TITLE
126400      MOVE WS-BASE-HEADING    TO WS-CUR-HEADING
126500      MOVE 99                 TO WS-LINE-COUNT
126600*
126700      OPEN INPUT HIX-FILE
126800      IF NOT WS-HIX-STATUS-OK
126900         DISPLAY ' *** HISTVSAM COULD NOT BE OPENED - STATUS: '
127000            WS-HIX-STATUS ' - BASEFILE NOT REBUILT ***'
127100         MOVE 'HISTVSAM NOT AVAILABLE - BASEFILE LEFT AS IT WAS'
127200            TO WS-BASE-RESULT
127300         MOVE 'HISTVSAM NOT AVAILABLE - BASEFILE NOT REBUILT'
127400            TO WS-PRINT-LINE
127500         PERFORM 5900-WRITE-REPORT-LINE
127600            THRU 5900-WRITE-REPORT-LINE-EXIT
127700         IF WS-RETURN-CODE < 8
127800            MOVE 8               TO WS-RETURN-CODE
127900         END-IF
128000         GO TO 3000-REBUILD-BASELINES-EXIT
128100      END-IF
128200*
128300      OPEN OUTPUT BASE-FILE
128400      IF NOT WS-BASE-STATUS-OK
128500         DISPLAY ' *** BASEFILE COULD NOT BE OPENED FOR OUTPUT - '
128600            'STATUS: ' WS-BASE-STATUS ' ***'
128700         MOVE 'BASEFILE COULD NOT BE OPENED FOR OUTPUT'
128800            TO WS-BASE-RESULT
128900         MOVE 12                 TO WS-RETURN-CODE
129000         CLOSE HIX-FILE
129100         GO TO 3000-REBUILD-BASELINES-EXIT
129200      END-IF
129300      MOVE 0                  TO WS-BASE-AFTER
129400      MOVE SPACES             TO WS-CUR-JOB-ID
129500      MOVE 0                  TO WS-CUR-SAMPLE-COUNT
129600*
129700      PERFORM 3100-READ-HIX-RECORD
129800         THRU 3100-READ-HIX-RECORD-EXIT
129900         UNTIL WS-HIX-STATUS-EOF
130000      CLOSE HIX-FILE
130100      IF WS-CUR-JOB-ID NOT = SPACES
130200         PERFORM 3300-WRITE-BASELINE
130300            THRU 3300-WRITE-BASELINE-EXIT
130400      END-IF
130500*
130600      PERFORM 3500-CARRY-OLD-BASELINE
130700         THRU 3500-CARRY-OLD-BASELINE-EXIT
130800         VARYING WS-OBAS-IDX FROM 1 BY 1
130900         UNTIL WS-OBAS-IDX > WS-OBAS-ENTRY-COUNT
131000      CLOSE BASE-FILE
131100*
131200      MOVE 'REBUILT FROM THE LAST TEN RUNS PER JOB ON HISTVSAM'
131300         TO WS-BASE-RESULT
131400      MOVE SPACES             TO WS-PRINT-LINE
131500      PERFORM 5900-WRITE-REPORT-LINE
131600         THRU 5900-WRITE-REPORT-LINE-EXIT
131700      MOVE 'HISTVSAM RECORDS READ'     TO WS-SUM-LABEL
131800      MOVE WS-HIX-READ-COUNT           TO WS-SUM-COUNT
131900      PERFORM 5800-WRITE-SUMMARY-LINE
132000         THRU 5800-WRITE-SUMMARY-LINE-EXIT
132100      MOVE 'BASELINES REBUILT FROM HISTVSAM' TO WS-SUM-LABEL
132200      MOVE WS-BASE-REBUILT             TO WS-SUM-COUNT
132300      PERFORM 5800-WRITE-SUMMARY-LINE
132400         THRU 5800-WRITE-SUMMARY-LINE-EXIT
132500      MOVE 'OLD BASELINES KEPT - NOT DETERMINED'
132600         TO WS-SUM-LABEL
132700      MOVE WS-BASE-CARRIED             TO WS-SUM-COUNT
132800      PERFORM 5800-WRITE-SUMMARY-LINE
132900         THRU 5800-WRITE-SUMMARY-LINE-EXIT
133000      MOVE 'BASELINE RECORDS WRITTEN'  TO WS-SUM-LABEL
133100      MOVE WS-BASE-AFTER               TO WS-SUM-COUNT
133200      PERFORM 5800-WRITE-SUMMARY-LINE
133300         THRU 5800-WRITE-SUMMARY-LINE-EXIT
133400      .
133500 3000-REBUILD-BASELINES-EXIT.
133600      EXIT.
133700*
133800*****************************************************
133900* 3100-READ-HIX-RECORD - READ THE NEXT HISTVSAM     *
134000* RECORD IN KEY ORDER.  A NEW JOB-ID WRITES THE     *
134100* BASELINE BUILT FOR THE JOB BEFORE IT; EVERY RUN   *
134200* IS ROLLED INTO ITS JOB'S SAMPLES, AS CBLTREND     *
134300* ROLLS EVERY RUN ON HISTFILE.                      *
134400*****************************************************
134500 3100-READ-HIX-RECORD.
134600*
134700      READ HIX-FILE NEXT RECORD
134800         AT END
134900            MOVE '10'   TO WS-HIX-STATUS
135000            GO TO 3100-READ-HIX-RECORD-EXIT
135100      END-READ
135200      IF NOT WS-HIX-STATUS-OK
135300         DISPLAY ' *** HISTVSAM READ FAILED - STATUS: '
135400            WS-HIX-STATUS ' - BASELINES END HERE ***'
135500         MOVE 12                 TO WS-RETURN-CODE
135600         MOVE '10'               TO WS-HIX-STATUS
135700         GO TO 3100-READ-HIX-RECORD-EXIT
135800      END-IF
135900      ADD 1                   TO WS-HIX-READ-COUNT
136000      IF HIX-ELAPSED-SECONDS NOT NUMERIC
136100         GO TO 3100-READ-HIX-RECORD-EXIT
136200      END-IF
136300*
136400      IF HIX-JOB-ID NOT = WS-CUR-JOB-ID
136500         IF WS-CUR-JOB-ID NOT = SPACES
136600            PERFORM 3300-WRITE-BASELINE
136700               THRU 3300-WRITE-BASELINE-EXIT
136800         END-IF
136900         MOVE HIX-JOB-ID      TO WS-CUR-JOB-ID
137000         MOVE 0               TO WS-CUR-SAMPLE-COUNT
137100      END-IF
137200      PERFORM 3200-ROLL-IN-SAMPLE
137300         THRU 3200-ROLL-IN-SAMPLE-EXIT
137400      .
137500 3100-READ-HIX-RECORD-EXIT.
137600      EXIT.
137700*
137800*****************************************************
137900* 3200-ROLL-IN-SAMPLE - ROLL THE RUN JUST READ INTO *
138000* THE CURRENT JOB'S SAMPLES.  A FULL LIST SHIFTS    *
138100* THE OLDEST SAMPLE OFF THE FRONT FIRST.            *
138200*****************************************************
138300 3200-ROLL-IN-SAMPLE.
138400*
138500      IF WS-CUR-SAMPLE-COUNT >= WS-SAMPLES-MAX
138600         PERFORM 3210-SHIFT-SAMPLE-DOWN
138700            THRU 3210-SHIFT-SAMPLE-DOWN-EXIT
138800            VARYING WS-SAMPLE-IDX FROM 1 BY 1
138900            UNTIL WS-SAMPLE-IDX >= WS-SAMPLES-MAX
139000      ELSE
139100         ADD 1                TO WS-CUR-SAMPLE-COUNT
139200      END-IF
139300      MOVE HIX-ELAPSED-SECONDS
139400         TO WS-CUR-SAMPLES (WS-CUR-SAMPLE-COUNT)
139500      MOVE HIX-RUN-DATE
139600         TO WS-CUR-RUN-DATE (WS-CUR-SAMPLE-COUNT)
139700      MOVE HIX-RUN-TIME
139800         TO WS-CUR-RUN-TIME (WS-CUR-SAMPLE-COUNT)
139900      .
140000 3200-ROLL-IN-SAMPLE-EXIT.
140100      EXIT.
140200*
140300*****************************************************
140400* 3210-SHIFT-SAMPLE-DOWN - MOVE ONE SAMPLE ONE SLOT *
140500* TOWARD THE FRONT DURING THE ROLL ABOVE.           *
140600*****************************************************
140700 3210-SHIFT-SAMPLE-DOWN.
140800*
140900      MOVE WS-CUR-SAMPLES (WS-SAMPLE-IDX + 1)
141000         TO WS-CUR-SAMPLES (WS-SAMPLE-IDX)
141100      MOVE WS-CUR-RUN-DATE (WS-SAMPLE-IDX + 1)
141200         TO WS-CUR-RUN-DATE (WS-SAMPLE-IDX)
141300      MOVE WS-CUR-RUN-TIME (WS-SAMPLE-IDX + 1)
141400         TO WS-CUR-RUN-TIME (WS-SAMPLE-IDX)
141500      .
141600 3210-SHIFT-SAMPLE-DOWN-EXIT.
141700      EXIT.
141800*
141900*****************************************************
142000* 3300-WRITE-BASELINE - WRITE AND LIST THE BASELINE *
142100* BUILT FOR WS-CUR-JOB-ID, DERIVING THE AVERAGE AND *
142200* MAXIMUM AS CBLTREND DOES, AND MARK ITS OLD        *
142300* BASELINE, IF ANY, AS REPLACED.                    *
142400*****************************************************
142500 3300-WRITE-BASELINE.
142600*
142700      MOVE SPACES             TO BASE-RECORD
142800      MOVE WS-CUR-JOB-ID      TO BASE-JOB-ID
142900      MOVE WS-CUR-SAMPLE-COUNT TO BASE-SAMPLE-COUNT
143000      MOVE 0                  TO WS-SAMPLE-TOTAL
143100      MOVE 0                  TO BASE-MAX-SECONDS
143200      PERFORM 3310-SAVE-ONE-SAMPLE
143300         THRU 3310-SAVE-ONE-SAMPLE-EXIT
143400         VARYING WS-SAMPLE-IDX FROM 1 BY 1
143500         UNTIL WS-SAMPLE-IDX > WS-SAMPLES-MAX
143600      COMPUTE BASE-AVG-SECONDS =
143700          WS-SAMPLE-TOTAL / WS-CUR-SAMPLE-COUNT
143800*
143805      MOVE SPACES             TO WS-BASE-DETAIL
143810      MOVE WS-CUR-JOB-ID      TO WS-BSD-JOB-ID
143815      MOVE WS-CUR-SAMPLE-COUNT TO WS-BSD-SAMPLES
143820      MOVE BASE-AVG-SECONDS   TO WS-BSD-AVG
143825      MOVE BASE-MAX-SECONDS   TO WS-BSD-MAX
143830      MOVE WS-CUR-RUN-DATE (1) TO WS-BSD-OLDEST-DATE
143835      MOVE WS-CUR-RUN-TIME (1) TO WS-BSD-OLDEST-TIME
143840      MOVE WS-CUR-RUN-DATE (WS-CUR-SAMPLE-COUNT)
143845         TO WS-BSD-NEWEST-DATE
143850      MOVE WS-CUR-RUN-TIME (WS-CUR-SAMPLE-COUNT)
143855         TO WS-BSD-NEWEST-TIME
143860*
143900      WRITE BASE-RECORD
144000      IF NOT WS-BASE-STATUS-OK
144100         DISPLAY ' *** BASEFILE WRITE FAILED - STATUS: '
144200            WS-BASE-STATUS ' ***'
144300         MOVE 12                 TO WS-RETURN-CODE
144400         GO TO 3300-WRITE-BASELINE-EXIT
144500      END-IF
144600      ADD 1                   TO WS-BASE-AFTER
144700      ADD 1                   TO WS-BASE-REBUILT
144800*
144900      MOVE WS-CUR-JOB-ID      TO WS-LOOKUP-JOB-ID
145000      PERFORM 3400-FIND-OLD-BASELINE
145100         THRU 3400-FIND-OLD-BASELINE-EXIT
145300      IF WS-OBAS-ENTRY-FOUND
145400         SET WS-OBAS-TBL-REBUILT (WS-OBAS-SRCH-IDX) TO TRUE
145500         MOVE 'REPLACES THE OLD BASELINE' TO WS-BSD-NOTE
145600      ELSE
145700         MOVE 'NOT ON THE OLD BASEFILE'   TO WS-BSD-NOTE
145800      END-IF
146900      MOVE WS-BASE-DETAIL     TO WS-PRINT-LINE
147000      PERFORM 5900-WRITE-REPORT-LINE
147100         THRU 5900-WRITE-REPORT-LINE-EXIT
147200      .
147300 3300-WRITE-BASELINE-EXIT.
147400      EXIT.
147500*
147600*****************************************************
147700* 3310-SAVE-ONE-SAMPLE - COPY ONE SAMPLE SLOT TO    *
147800* THE OUTPUT RECORD, ACCUMULATING THE TOTAL AND     *
147900* MAXIMUM OVER THE SAMPLES ACTUALLY HELD.  UNUSED   *
148000* SLOTS GO OUT AS ZERO.                             *
148100*****************************************************
148200 3310-SAVE-ONE-SAMPLE.
148300*
148400      IF WS-SAMPLE-IDX > WS-CUR-SAMPLE-COUNT
148500         MOVE 0  TO BASE-SAMPLE-SECONDS (WS-SAMPLE-IDX)
148600         GO TO 3310-SAVE-ONE-SAMPLE-EXIT
148700      END-IF
148800      MOVE WS-CUR-SAMPLES (WS-SAMPLE-IDX)
148900         TO BASE-SAMPLE-SECONDS (WS-SAMPLE-IDX)
149000      ADD WS-CUR-SAMPLES (WS-SAMPLE-IDX) TO WS-SAMPLE-TOTAL
149100      IF WS-CUR-SAMPLES (WS-SAMPLE-IDX) > BASE-MAX-SECONDS
149200         MOVE WS-CUR-SAMPLES (WS-SAMPLE-IDX) TO BASE-MAX-SECONDS
149300      END-IF
149400      .
149500 3310-SAVE-ONE-SAMPLE-EXIT.
149600      EXIT.
149700*
149800*****************************************************
149900* 3400-FIND-OLD-BASELINE - SEARCH THE OLD BASELINE  *
150000* TABLE FOR WS-LOOKUP-JOB-ID, LEAVING THE ROW IN    *
150100* WS-OBAS-SRCH-IDX WHEN FOUND.                      *
150200*****************************************************
150300 3400-FIND-OLD-BASELINE.
150400*
150500      MOVE 'N'                TO WS-OBAS-FOUND-SWITCH
150600      PERFORM 3410-SEARCH-OLD-BASELINE
150700         THRU 3410-SEARCH-OLD-BASELINE-EXIT
150800         VARYING WS-OBAS-SRCH-IDX FROM 1 BY 1
150900         UNTIL WS-OBAS-SRCH-IDX > WS-OBAS-ENTRY-COUNT
151000            OR WS-OBAS-ENTRY-FOUND
151100      IF WS-OBAS-ENTRY-FOUND
151200         SUBTRACT 1 FROM WS-OBAS-SRCH-IDX
151300      END-IF
151400      .
151500 3400-FIND-OLD-BASELINE-EXIT.
151600      EXIT.
151700*
151800*****************************************************
151900* 3410-SEARCH-OLD-BASELINE - TEST ONE OLD BASELINE  *
152000* ROW FOR A JOB-ID MATCH.                           *
152100*****************************************************
152200 3410-SEARCH-OLD-BASELINE.
152300*
152400      IF WS-OBAS-TBL-JOB-ID (WS-OBAS-SRCH-IDX) = WS-LOOKUP-JOB-ID
152500         SET WS-OBAS-ENTRY-FOUND TO TRUE
152600      END-IF
152700      .
152800 3410-SEARCH-OLD-BASELINE-EXIT.
152900      EXIT.
153000*
153100*****************************************************
153200* 3500-CARRY-OLD-BASELINE - WRITE BACK ONE OLD      *
153300* BASELINE THAT NO HISTVSAM RUN REPLACED, AND LIST  *
153400* ITS JOB AS UNDETERMINED.                          *
153500*****************************************************
153600 3500-CARRY-OLD-BASELINE.
153700*
153800      IF WS-OBAS-TBL-REBUILT (WS-OBAS-IDX)
153900         GO TO 3500-CARRY-OLD-BASELINE-EXIT
154000      END-IF
154100*
154200      MOVE WS-OBAS-TBL-IMAGE (WS-OBAS-IDX) TO BASE-RECORD
154205      MOVE SPACES             TO WS-BASE-DETAIL
154210      MOVE BASE-JOB-ID        TO WS-BSD-JOB-ID
154215      IF BASE-SAMPLE-COUNT IS NUMERIC
154220         MOVE BASE-SAMPLE-COUNT TO WS-BSD-SAMPLES
154225      END-IF
154230      IF BASE-AVG-SECONDS IS NUMERIC
154235         MOVE BASE-AVG-SECONDS  TO WS-BSD-AVG
154240      END-IF
154245      IF BASE-MAX-SECONDS IS NUMERIC
154250         MOVE BASE-MAX-SECONDS  TO WS-BSD-MAX
154255      END-IF
154260      MOVE 'OLD BASELINE KEPT - NO RUNS ON HISTVSAM'
154265         TO WS-BSD-NOTE
154270      MOVE 'BASEFILE'         TO WS-UNDT-FILE-NAME
154275      MOVE BASE-JOB-ID        TO WS-UNDT-JOB-ID
154280      MOVE 'NO RUNS ON HISTVSAM - OLD BASELINE KEPT AS IT WAS'
154285         TO WS-UNDT-REASON
154290*
154300      WRITE BASE-RECORD
154400      IF NOT WS-BASE-STATUS-OK
154500         DISPLAY ' *** BASEFILE WRITE FAILED - STATUS: '
154600            WS-BASE-STATUS ' ***'
154700         MOVE 12                 TO WS-RETURN-CODE
154800         GO TO 3500-CARRY-OLD-BASELINE-EXIT
154900      END-IF
155000      ADD 1                   TO WS-BASE-AFTER
155100      ADD 1                   TO WS-BASE-CARRIED
155200*
156600      MOVE WS-BASE-DETAIL     TO WS-PRINT-LINE
156700      PERFORM 5900-WRITE-REPORT-LINE
156800         THRU 5900-WRITE-REPORT-LINE-EXIT
156900*
157400      PERFORM 5700-ADD-UNDETERMINED
157500         THRU 5700-ADD-UNDETERMINED-EXIT
157600      .
157700 3500-CARRY-OLD-BASELINE-EXIT.
157800      EXIT.
157900*
158000*****************************************************
158100* 4000-RESEED-EVENT-SEQUENCE - THE NEXT SEQUENCE    *
158200* CBLHELLO ISSUES IS ONE PAST THE HIGHEST ON        *
158300* EVNTFILE.  WHEN THE BRIDGE HAS ACKNOWLEDGED PAST  *
158400* THAT - THE STREAM WAS LOST OR CUT BACK - A SEED   *
158500* RECORD CARRYING THE ACKNOWLEDGED SEQUENCE IS      *
158600* APPENDED SO THE STREAM CONTINUES FROM THERE.  THE *
158700* SEED IS ALREADY ACKNOWLEDGED, SO THE BRIDGE AND   *
158800* THE WATCHDOG PASS OVER IT.  WITH NEITHER FILE THE *
158900* SEQUENCE CANNOT BE DETERMINED AND THE RUN ENDS    *
159000* RC 4.                                             *
159100*****************************************************
159200 4000-RESEED-EVENT-SEQUENCE.
159300*
159400      MOVE 'EVENT SEQUENCE RE-SEEDED FROM EVNTFILE AND ACKFILE'
159500         TO WS-HDG-TITLE
159600      MOVE SPACES             TO WS-CUR-HEADING
159700      MOVE 99                 TO WS-LINE-COUNT
159800*
159900      MOVE SPACES             TO WS-EVNT-LINE
160000      MOVE 'EVNTFILE RECORDS'  TO WS-EVL-LABEL
160100      MOVE WS-EVNT-BEFORE      TO WS-EVL-VALUE
160200      IF NOT WS-EVNT-FILE-PRESENT
160300         MOVE 'EVNTFILE NOT PRESENT' TO WS-EVL-TEXT
160400      END-IF
160500      PERFORM 4900-WRITE-EVENT-LINE
160600         THRU 4900-WRITE-EVENT-LINE-EXIT
160700      MOVE 'HIGHEST SEQUENCE ON EVNTFILE' TO WS-EVL-LABEL
160800      MOVE WS-EVNT-HIGH-SEQ    TO WS-EVL-VALUE
160900      PERFORM 4900-WRITE-EVENT-LINE
161000         THRU 4900-WRITE-EVENT-LINE-EXIT
161100      MOVE 'LAST SEQUENCE ACKNOWLEDGED ON ACKFILE' TO WS-EVL-LABEL
161200      MOVE WS-ACK-LAST-SEQ     TO WS-EVL-VALUE
161300      IF NOT WS-ACK-FILE-PRESENT
161400         MOVE 'ACKFILE NOT PRESENT' TO WS-EVL-TEXT
161500      END-IF
161600      PERFORM 4900-WRITE-EVENT-LINE
161700         THRU 4900-WRITE-EVENT-LINE-EXIT
161800*
161900      IF NOT WS-EVNT-FILE-PRESENT
162000         AND NOT WS-ACK-FILE-PRESENT
162100         MOVE 'NEITHER EVNTFILE NOR ACKFILE - SEQUENCE NOT KNOWN'
162200            TO WS-EVNT-RESULT
162300         MOVE 'EVNTFILE'      TO WS-UNDT-FILE-NAME
162400         MOVE SPACES          TO WS-UNDT-JOB-ID
162500         MOVE 'NO EVNTFILE OR ACKFILE - THE STREAM STARTS AT 1'
162600            TO WS-UNDT-REASON
162700         PERFORM 5700-ADD-UNDETERMINED
162800            THRU 5700-ADD-UNDETERMINED-EXIT
162900         MOVE 'NEXT SEQUENCE TO BE ISSUED' TO WS-EVL-LABEL
163000         MOVE 1               TO WS-EVL-VALUE
163100         MOVE 'NOT DETERMINED - NO STREAM AND NO ACKNOWLEDGMENT'
163200            TO WS-EVL-TEXT
163300         PERFORM 4900-WRITE-EVENT-LINE
163400            THRU 4900-WRITE-EVENT-LINE-EXIT
163500         GO TO 4000-RESEED-EVENT-SEQUENCE-EXIT
163600      END-IF
163700*
163800      IF WS-ACK-LAST-SEQ NOT > WS-EVNT-HIGH-SEQ
163900         COMPUTE WS-NEXT-SEQ = WS-EVNT-HIGH-SEQ + 1
164000         MOVE 'SEQUENCE INTACT - NO SEED NEEDED'
164100            TO WS-EVNT-RESULT
164200         MOVE 'NEXT SEQUENCE TO BE ISSUED' TO WS-EVL-LABEL
164300         MOVE WS-NEXT-SEQ     TO WS-EVL-VALUE
164400         MOVE 'SEQUENCE INTACT - NO SEED NEEDED' TO WS-EVL-TEXT
164500         PERFORM 4900-WRITE-EVENT-LINE
164600            THRU 4900-WRITE-EVENT-LINE-EXIT
164700         GO TO 4000-RESEED-EVENT-SEQUENCE-EXIT
164800      END-IF
164900*
165000      PERFORM 4100-APPEND-SEED-EVENT
165100         THRU 4100-APPEND-SEED-EVENT-EXIT
165200      .
165300 4000-RESEED-EVENT-SEQUENCE-EXIT.
165400      EXIT.
165500*
165600*****************************************************
165700* 4100-APPEND-SEED-EVENT - APPEND THE SEED RECORD   *
165800* AND RE-BASE THE EVNTFILE CONTROL RECORD ON THE    *
165900* STREAM AS IT NOW STANDS.                          *
166000*****************************************************
166100 4100-APPEND-SEED-EVENT.
166200*
166300      OPEN EXTEND EVNT-FILE
166400      IF NOT WS-EVNT-STATUS-OK
166500         OPEN OUTPUT EVNT-FILE
166600      END-IF
166700      IF NOT WS-EVNT-STATUS-OK
166800         DISPLAY ' *** EVNTFILE COULD NOT BE OPENED FOR OUTPUT - '
166900            'STATUS: ' WS-EVNT-STATUS ' ***'
167000         MOVE 'EVNTFILE COULD NOT BE OPENED - NO SEED WRITTEN'
167100            TO WS-EVNT-RESULT
167200         MOVE 12                 TO WS-RETURN-CODE
167300         GO TO 4100-APPEND-SEED-EVENT-EXIT
167400      END-IF
167500*
167600      MOVE SPACES             TO EVNT-RECORD
167700      MOVE WS-PROGRAM         TO EVNT-PROGRAM-NAME
167800      MOVE CURRENT-DATE       TO EVNT-END-DATE
167900      MOVE CURRENT-TIME       TO EVNT-END-TIME
168000      MOVE 0                  TO EVNT-RETURN-CODE
168100      SET EVNT-STATUS-NORMAL  TO TRUE
168200      MOVE WS-ACK-LAST-SEQ    TO EVNT-SEQ-NUMBER
168300      WRITE EVNT-RECORD
168400      IF NOT WS-EVNT-STATUS-OK
168500         DISPLAY ' *** EVNTFILE WRITE FAILED - STATUS: '
168600            WS-EVNT-STATUS ' ***'
168700         MOVE 'EVNTFILE WRITE FAILED - NO SEED WRITTEN'
168800            TO WS-EVNT-RESULT
168900         MOVE 12                 TO WS-RETURN-CODE
169000         CLOSE EVNT-FILE
169100         GO TO 4100-APPEND-SEED-EVENT-EXIT
169200      END-IF
169300      CLOSE EVNT-FILE
169400*
169500      COMPUTE WS-EVNT-AFTER = WS-EVNT-BEFORE + 1
169600      COMPUTE WS-NEXT-SEQ = WS-ACK-LAST-SEQ + 1
169700      MOVE 'EVNTFILE'         TO WS-CTOT-FILE-NAME
169800      MOVE WS-EVNT-AFTER      TO WS-CTOT-NEW-COUNT
169900      MOVE WS-EVNT-HASH-RC    TO WS-CTOT-NEW-RC
170000      COMPUTE WS-CTOT-NEW-SECONDS =
170100          WS-EVNT-HASH-SEQ + WS-ACK-LAST-SEQ
170200      PERFORM 7000-REBASE-CTOT-ENTRY
170300         THRU 7000-REBASE-CTOT-ENTRY-EXIT
170400*
170500      MOVE SPACES             TO WS-EVNT-RESULT
170600      STRING 'SEED RECORD APPENDED AT SEQUENCE ' WS-ACK-LAST-SEQ
170700             DELIMITED BY SIZE INTO WS-EVNT-RESULT
170800      MOVE 'SEED RECORD APPENDED AT SEQUENCE' TO WS-EVL-LABEL
170900      MOVE WS-ACK-LAST-SEQ    TO WS-EVL-VALUE
171000      MOVE 'ALREADY ACKNOWLEDGED - NOT PASSED TO THE BRIDGE'
171100         TO WS-EVL-TEXT
171200      PERFORM 4900-WRITE-EVENT-LINE
171300         THRU 4900-WRITE-EVENT-LINE-EXIT
171400      MOVE 'NEXT SEQUENCE TO BE ISSUED' TO WS-EVL-LABEL
171500      MOVE WS-NEXT-SEQ        TO WS-EVL-VALUE
171600      PERFORM 4900-WRITE-EVENT-LINE
171700         THRU 4900-WRITE-EVENT-LINE-EXIT
171800      .
171900 4100-APPEND-SEED-EVENT-EXIT.
172000      EXIT.
172100*
172200*****************************************************
172300* 4900-WRITE-EVENT-LINE - WRITE ONE EVENT-SEQUENCE  *
172400* LINE AND CLEAR ITS TEXT FOR THE NEXT.             *
172500*****************************************************
172600 4900-WRITE-EVENT-LINE.
172700*
172800      MOVE WS-EVNT-LINE       TO WS-PRINT-LINE
172900      PERFORM 5900-WRITE-REPORT-LINE
173000         THRU 5900-WRITE-REPORT-LINE-EXIT
173100      MOVE SPACES             TO WS-EVL-TEXT
173200      .
173300 4900-WRITE-EVENT-LINE-EXIT.
173400      EXIT.
173500*
173600*****************************************************
173700* 5000-WRITE-UNDETERMINED - LIST EVERY JOB WHOSE    *
173800* STATE COULD NOT BE DETERMINED ON A PAGE OF ITS    *
173900* OWN, ENDING RC 4 WHEN THERE ARE ANY.              *
174000*****************************************************
174100 5000-WRITE-UNDETERMINED.
174200*
174300      MOVE 'STATE COULD NOT BE DETERMINED' TO WS-HDG-TITLE
174400      MOVE WS-UNDT-HEADING    TO WS-CUR-HEADING
174500      MOVE 99                 TO WS-LINE-COUNT
174600*
174700      IF WS-UNDT-ENTRY-COUNT = 0
174800         MOVE 'EVERY JOB WAS DETERMINED' TO WS-PRINT-LINE
174900         PERFORM 5900-WRITE-REPORT-LINE
175000            THRU 5900-WRITE-REPORT-LINE-EXIT
175100         GO TO 5000-WRITE-UNDETERMINED-EXIT
175200      END-IF
175300*
175400      PERFORM 5100-WRITE-ONE-UNDETERMINED
175500         THRU 5100-WRITE-ONE-UNDETERMINED-EXIT
175600         VARYING WS-UNDT-IDX FROM 1 BY 1
175700         UNTIL WS-UNDT-IDX > WS-UNDT-ENTRY-COUNT
175800      MOVE SPACES             TO WS-PRINT-LINE
175900      PERFORM 5900-WRITE-REPORT-LINE
176000         THRU 5900-WRITE-REPORT-LINE-EXIT
176100      MOVE 'NOT DETERMINED'   TO WS-SUM-LABEL
176200      MOVE WS-UNDT-ENTRY-COUNT TO WS-SUM-COUNT
176300      PERFORM 5800-WRITE-SUMMARY-LINE
176400         THRU 5800-WRITE-SUMMARY-LINE-EXIT
176500      IF WS-RETURN-CODE < 4
176600         MOVE 4                  TO WS-RETURN-CODE
176700      END-IF
176800      .
176900 5000-WRITE-UNDETERMINED-EXIT.
177000      EXIT.
177100*
177200*****************************************************
177300* 5100-WRITE-ONE-UNDETERMINED - WRITE ONE LINE.     *
177400*****************************************************
177500 5100-WRITE-ONE-UNDETERMINED.
177600*
177700      MOVE SPACES             TO WS-UNDT-DETAIL
177800      MOVE WS-UNDT-TBL-FILE-NAME (WS-UNDT-IDX) TO WS-UND-FILE-NAME
177900      MOVE WS-UNDT-TBL-JOB-ID (WS-UNDT-IDX)    TO WS-UND-JOB-ID
178000      MOVE WS-UNDT-TBL-REASON (WS-UNDT-IDX)    TO WS-UND-REASON
178100      MOVE WS-UNDT-DETAIL     TO WS-PRINT-LINE
178200      PERFORM 5900-WRITE-REPORT-LINE
178300         THRU 5900-WRITE-REPORT-LINE-EXIT
178400      .
178500 5100-WRITE-ONE-UNDETERMINED-EXIT.
178600      EXIT.
178700*
178800*****************************************************
178900* 5700-ADD-UNDETERMINED - ADD THE WS-UNDT STAGING   *
179000* FIELDS TO THE UNDETERMINED TABLE.                 *
179100*****************************************************
179200 5700-ADD-UNDETERMINED.
179300*
179400      IF WS-UNDT-ENTRY-COUNT >= 400
179500         DISPLAY ' *** UNDETERMINED TABLE FULL - ' WS-UNDT-JOB-ID
179600            ' ' WS-UNDT-REASON
179700         GO TO 5700-ADD-UNDETERMINED-EXIT
179800      END-IF
179900      ADD 1                   TO WS-UNDT-ENTRY-COUNT
180000      MOVE WS-UNDT-FILE-NAME
180100         TO WS-UNDT-TBL-FILE-NAME (WS-UNDT-ENTRY-COUNT)
180200      MOVE WS-UNDT-JOB-ID
180300         TO WS-UNDT-TBL-JOB-ID (WS-UNDT-ENTRY-COUNT)
180400      MOVE WS-UNDT-REASON
180500         TO WS-UNDT-TBL-REASON (WS-UNDT-ENTRY-COUNT)
180600      .
180700 5700-ADD-UNDETERMINED-EXIT.
180800      EXIT.
180900*
181000*****************************************************
181100* 5800-WRITE-SUMMARY-LINE - WRITE ONE LABEL / COUNT *
181200* LINE FROM WS-SUM-LABEL AND WS-SUM-COUNT.          *
181300*****************************************************
181400 5800-WRITE-SUMMARY-LINE.
181500*
181600      MOVE WS-SUMMARY-LINE    TO WS-PRINT-LINE
181700      PERFORM 5900-WRITE-REPORT-LINE
181800         THRU 5900-WRITE-REPORT-LINE-EXIT
181900      .
182000 5800-WRITE-SUMMARY-LINE-EXIT.
182100      EXIT.
182200*
182300*****************************************************
182400* 5900-WRITE-REPORT-LINE - WRITE WS-PRINT-LINE,     *
182500* STARTING A NEW PAGE WHEN THE CURRENT ONE IS FULL. *
182600*****************************************************
182700 5900-WRITE-REPORT-LINE.
182800*
182900      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
183000         PERFORM 5950-START-NEW-PAGE
183100            THRU 5950-START-NEW-PAGE-EXIT
183200      END-IF
183300      MOVE WS-PRINT-LINE      TO PRT-RECORD
183400      WRITE PRT-RECORD
183500      IF NOT WS-RCVR-STATUS-OK
183600         DISPLAY ' *** RCVRFILE WRITE FAILED - STATUS: '
183700            WS-RCVR-STATUS ' ***'
183800         MOVE 12              TO WS-RETURN-CODE
183900      END-IF
184000      ADD 1                   TO WS-LINE-COUNT
184100      .
184200 5900-WRITE-REPORT-LINE-EXIT.
184300      EXIT.
184400*
184500*****************************************************
184600* 5950-START-NEW-PAGE - ADVANCE THE PAGE COUNT AND  *
184700* WRITE THE PAGE HEADING AND THE CURRENT SECTION'S  *
184800* COLUMN HEADING, WHEN IT HAS ONE.                  *
184900*****************************************************
185000 5950-START-NEW-PAGE.
185100*
185200      ADD 1                   TO WS-PAGE-COUNT
185300      MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE
185400      MOVE WS-PAGE-HEADING    TO PRT-RECORD
185500      WRITE PRT-RECORD
185600      MOVE 1                  TO WS-LINE-COUNT
185700      IF WS-CUR-HEADING NOT = SPACES
185800         MOVE WS-CUR-HEADING  TO PRT-RECORD
185900         WRITE PRT-RECORD
186000         ADD 1                TO WS-LINE-COUNT
186100      END-IF
186200      MOVE SPACES             TO PRT-RECORD
186300      WRITE PRT-RECORD
186400      ADD 1                   TO WS-LINE-COUNT
186500      .
186600 5950-START-NEW-PAGE-EXIT.
186700      EXIT.
186800*
186900*****************************************************
187000* 6000-WRITE-COUNTS - THE BEFORE AND AFTER RECORD   *
187100* COUNT OF EACH FILE AND WHAT WAS DONE TO IT.       *
187200*****************************************************
187300 6000-WRITE-COUNTS.
187400*
187500      MOVE 'BEFORE AND AFTER RECORD COUNTS' TO WS-HDG-TITLE
187600      MOVE WS-COUNT-HEADING   TO WS-CUR-HEADING
187700      MOVE 99                 TO WS-LINE-COUNT
187800*
187900      MOVE SPACES             TO WS-COUNT-DETAIL
188000      MOVE 'CHKPFILE'         TO WS-CND-FILE-NAME
188100      MOVE WS-CHKP-BEFORE     TO WS-CND-BEFORE
188200      MOVE WS-CHKP-AFTER      TO WS-CND-AFTER
188300      MOVE WS-CHKP-RESULT     TO WS-CND-RESULT
188400      MOVE WS-COUNT-DETAIL    TO WS-PRINT-LINE
188500      PERFORM 5900-WRITE-REPORT-LINE
188600         THRU 5900-WRITE-REPORT-LINE-EXIT
188700*
188800      MOVE 'BASEFILE'         TO WS-CND-FILE-NAME
188900      MOVE WS-BASE-BEFORE     TO WS-CND-BEFORE
189000      MOVE WS-BASE-AFTER      TO WS-CND-AFTER
189100      MOVE WS-BASE-RESULT     TO WS-CND-RESULT
189200      MOVE WS-COUNT-DETAIL    TO WS-PRINT-LINE
189300      PERFORM 5900-WRITE-REPORT-LINE
189400         THRU 5900-WRITE-REPORT-LINE-EXIT
189500*
189600      MOVE 'EVNTFILE'         TO WS-CND-FILE-NAME
189700      MOVE WS-EVNT-BEFORE     TO WS-CND-BEFORE
189800      MOVE WS-EVNT-AFTER      TO WS-CND-AFTER
189900      MOVE WS-EVNT-RESULT     TO WS-CND-RESULT
190000      MOVE WS-COUNT-DETAIL    TO WS-PRINT-LINE
190100      PERFORM 5900-WRITE-REPORT-LINE
190200         THRU 5900-WRITE-REPORT-LINE-EXIT
190300      .
190400 6000-WRITE-COUNTS-EXIT.
190500      EXIT.
190600*
190700*****************************************************
190800* 7000-REBASE-CTOT-ENTRY - SET THE CONTROL RECORD   *
190900* OF WS-CTOT-FILE-NAME TO THE WS-CTOT-NEW TOTALS OF *
191000* THE FILE JUST REBUILT, STAMPED WITH THIS PROGRAM  *
191100* AND THE TIME OF DAY.                              *
191200*****************************************************
191300 7000-REBASE-CTOT-ENTRY.
191400*
191500      MOVE 0                  TO WS-CTOT-IDX
191600      PERFORM 7210-SEARCH-CTOT-ENTRY
191700         THRU 7210-SEARCH-CTOT-ENTRY-EXIT
191800         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
191900         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
192000            OR WS-CTOT-IDX > 0
192100      IF WS-CTOT-IDX = 0
192200         IF WS-CTOT-ENTRY-COUNT >= 20
192300            DISPLAY ' WARNING - CTOTFILE TABLE FULL - NO CONTROL '
192400               'RECORD FOR ' WS-CTOT-FILE-NAME
192500            GO TO 7000-REBASE-CTOT-ENTRY-EXIT
192600         END-IF
192700         ADD 1                   TO WS-CTOT-ENTRY-COUNT
192800         MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
192900         MOVE WS-CTOT-FILE-NAME
193000            TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
193100      END-IF
193200*
193300      MOVE WS-CTOT-NEW-COUNT  TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
193400      MOVE WS-CTOT-NEW-RC     TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
193500      MOVE WS-CTOT-NEW-SECONDS
193600         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
193700      ACCEPT WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX) FROM DATE
193800      ACCEPT WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX) FROM TIME
193900      MOVE WS-PROGRAM
194000         TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
194100      SET WS-CTOT-CHANGED     TO TRUE
194200      .
194300 7000-REBASE-CTOT-ENTRY-EXIT.
194400      EXIT.
194500*
194600*****************************************************
194700* 7210-SEARCH-CTOT-ENTRY - TEST ONE CONTROL-TOTALS  *
194800* ROW FOR A FILE-NAME MATCH DURING THE SEARCH ABOVE.*
194900*****************************************************
195000 7210-SEARCH-CTOT-ENTRY.
195100*
195200      IF WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX) =
195300            WS-CTOT-FILE-NAME
195400         MOVE WS-CTOT-SRCH-IDX   TO WS-CTOT-IDX
195500      END-IF
195600      .
195700 7210-SEARCH-CTOT-ENTRY-EXIT.
195800      EXIT.
195900*
196000*****************************************************
196100* 7220-CLEAR-CTOT-ENTRY - ZERO THE TOTALS OF ROW    *
196200* WS-CTOT-IDX BEFORE IT IS LOADED.                  *
196300*****************************************************
196400 7220-CLEAR-CTOT-ENTRY.
196500*
196600      MOVE 0         TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
196700      MOVE 0         TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
196800      MOVE 0         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
196900      MOVE 0         TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
197000      MOVE 0         TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
197100      MOVE SPACES    TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
197200      .
197300 7220-CLEAR-CTOT-ENTRY-EXIT.
197400      EXIT.
197500*
197600*****************************************************
197700* 7300-SAVE-CONTROL-TOTALS - REWRITE CTOTFILE FROM  *
197800* WS-CTOT-TABLE, ONE RECORD PER FILE.               *
197900*****************************************************
198000 7300-SAVE-CONTROL-TOTALS.
198100*
198200      OPEN OUTPUT CTOT-FILE
198300      IF NOT WS-CTOT-STATUS-OK
198400         DISPLAY ' *** CTOTFILE COULD NOT BE OPENED - STATUS: '
198500            WS-CTOT-STATUS ' - CONTROL TOTALS NOT RE-BASED ***'
198600         MOVE 12                 TO WS-RETURN-CODE
198700         GO TO 7300-SAVE-CONTROL-TOTALS-EXIT
198800      END-IF
198900*
199000      PERFORM 7310-WRITE-CTOT-RECORD
199100         THRU 7310-WRITE-CTOT-RECORD-EXIT
199200         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
199300         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
199400      CLOSE CTOT-FILE
199500      .
199600 7300-SAVE-CONTROL-TOTALS-EXIT.
199700      EXIT.
199800*
199900*****************************************************
200000* 7310-WRITE-CTOT-RECORD - WRITE ONE CONTROL-TOTALS *
200100* RECORD FROM THE TABLE.                            *
200200*****************************************************
200300 7310-WRITE-CTOT-RECORD.
200400*
200500      MOVE SPACES             TO CTOT-RECORD
200600      MOVE WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX)
200700         TO CTOT-FILE-NAME
200800      MOVE WS-CTOT-TBL-COUNT (WS-CTOT-SRCH-IDX)
200900         TO CTOT-RECORD-COUNT
201000      MOVE WS-CTOT-TBL-HASH-RC (WS-CTOT-SRCH-IDX)
201100         TO CTOT-HASH-RC
201200      MOVE WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-SRCH-IDX)
201300         TO CTOT-HASH-SECONDS
201400      MOVE WS-CTOT-TBL-LAST-DATE (WS-CTOT-SRCH-IDX)
201500         TO CTOT-LAST-DATE
201600      MOVE WS-CTOT-TBL-LAST-TIME (WS-CTOT-SRCH-IDX)
201700         TO CTOT-LAST-TIME
201800      MOVE WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-SRCH-IDX)
201900         TO CTOT-LAST-PROGRAM
202000      WRITE CTOT-RECORD
202100      IF NOT WS-CTOT-STATUS-OK
202200         DISPLAY ' *** CTOTFILE WRITE FAILED - STATUS: '
202300            WS-CTOT-STATUS ' ***'
202400         MOVE 12                 TO WS-RETURN-CODE
202500      END-IF
202600      .
202700 7310-WRITE-CTOT-RECORD-EXIT.
202800      EXIT.
202900*
203000*****************************************************
203100* 9000-TERMINATE - RE-BASE CTOTFILE WHEN A CONTROL  *
203200* RECORD CHANGED, CLOSE THE REPORT AND DISPLAY THE  *
203300* RUN SUMMARY.                                      *
203400*****************************************************
203500 9000-TERMINATE.
203600*
203700      IF WS-CTOT-CHANGED
203800         PERFORM 7300-SAVE-CONTROL-TOTALS
203900            THRU 7300-SAVE-CONTROL-TOTALS-EXIT
204000      END-IF
204100      IF WS-RCVR-FILE-OPEN
204200         CLOSE RCVR-FILE
204300      END-IF
204400*
204500      DISPLAY ' '
204600      DISPLAY ' CHKPFILE RECORDS BEFORE : ' WS-CHKP-BEFORE
204700         '  AFTER: ' WS-CHKP-AFTER
204800      DISPLAY '   ' WS-CHKP-RESULT
204900      DISPLAY ' BASEFILE RECORDS BEFORE : ' WS-BASE-BEFORE
205000         '  AFTER: ' WS-BASE-AFTER
205100      DISPLAY '   ' WS-BASE-RESULT
205200      DISPLAY ' EVNTFILE RECORDS BEFORE : ' WS-EVNT-BEFORE
205300         '  AFTER: ' WS-EVNT-AFTER
205400      DISPLAY '   ' WS-EVNT-RESULT
205500      DISPLAY ' STATES NOT DETERMINED   : ' WS-UNDT-ENTRY-COUNT
205600      DISPLAY ' '
205700      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
205800      .
205900 9000-TERMINATE-EXIT.
206000      EXIT.
