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
001900 PROGRAM-ID.    CBLCHGBK.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - MONTHLY CHARGEBACK OF
002900*                        THE SUITE'S MACHINE TIME TO THE OWNING
003000*                        COST CENTERS.  READS THE LIVE HISTFILE
003100*                        AND THE CBLHARCH ARCHIVE (POINT ARCHFILE
003200*                        AT THE GENERATION, OR A CONCATENATION OF
003300*                        THEM) CUT BY THE PARM PERIOD START/END
003400*                        DATE PAIR, PRICES HIST-ELAPSED-SECONDS AT
003500*                        THE CCTRFILE RATE FOR THE JOB-ID AND
003600*                        REPORTS PER COST CENTER WITH A PER-JOB
003700*                        BREAKDOWN - CATCH-UP (CLASS C) AND
003800*                        SUPERSEDED RETRY (CLASS R) RUNS ON LINES
003900*                        OF THEIR OWN - AND GRAND TOTALS.  A
004000*                        JOB-ID WITH NO COST-CENTER MAPPING IS
004100*                        LISTED ON AN EXCEPTION PAGE AND STILL
004200*                        COUNTED IN THE ALL-RUNS TOTALS.
004300******************************************************************
004400/
004500 ENVIRONMENT DIVISION.
004600*--------------------
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-ZSERIES.
004900 OBJECT-COMPUTER.   IBM-ZSERIES.
005000*
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*---------------------------------------------------------------
005400*    CCTRFILE - THE COST-CENTER MASTER, ONE RECORD PER JOB-ID.
005500*---------------------------------------------------------------
005600     SELECT CCTR-FILE       ASSIGN TO CCTRFILE
005700                             ORGANIZATION IS LINE SEQUENTIAL
005800                             FILE STATUS  IS WS-CCTR-STATUS.
005900*---------------------------------------------------------------
006000*    HISTFILE - THE LIVE RUN-HISTORY LOG, STILL HOLDING THE
006100*    RECORDS INSIDE THE RETENTION THRESHOLD.
006200*---------------------------------------------------------------
006300     SELECT HIST-FILE       ASSIGN TO HISTFILE
006400                             ORGANIZATION IS LINE SEQUENTIAL
006500                             FILE STATUS  IS WS-HIST-STATUS.
006600*---------------------------------------------------------------
006700*    ARCHFILE - THE ARCHIVE CBLHARCH SPLIT OUT, BYTE FOR BYTE
006800*    IN THE HISTREC LAYOUT.  WHEN THE FILE CANNOT BE OPENED THE
006900*    CHARGEBACK COVERS THE LIVE HISTORY ONLY AND SAYS SO.
007000*---------------------------------------------------------------
007100     SELECT ARCH-FILE       ASSIGN TO ARCHFILE
007200                             ORGANIZATION IS LINE SEQUENTIAL
007300                             FILE STATUS  IS WS-ARCH-STATUS.
007400*---------------------------------------------------------------
007500*    CHGBFILE - THE FORMATTED CHARGEBACK REPORT.
007600*---------------------------------------------------------------
007700     SELECT CHGB-FILE       ASSIGN TO CHGBFILE
007800                             ORGANIZATION IS LINE SEQUENTIAL
007900                             FILE STATUS  IS WS-CHGB-STATUS.
008000*
008100 DATA DIVISION.
008200*-------------
008300 FILE SECTION.
008400*
008500 FD  CCTR-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CCTRREC.
008900*
009000 FD  HIST-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY HISTREC.
009400*
009500 FD  ARCH-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  ARCH-RECORD                 PIC X(52).
009900*
010000 FD  CHGB-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY PRTREC.
010400*
010500/
010600 WORKING-STORAGE SECTION.
010700*
010800*****************************************************
010900* STRUCTURE FOR INPUT                               *
011000*****************************************************
011100 01 WS-VARIABLES.
011200    05 WS-PROGRAM                PIC X(08) VALUE 'CBLCHGBK'.
011300    05 CURRENT-DATE              PIC 9(06).
011400    05 CURRENT-TIME              PIC 9(08).
011500    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
011600    05 WS-PERIOD-START           PIC 9(06) VALUE 0.
011700    05 WS-PERIOD-END             PIC 9(06) VALUE 0.
011800*
011900*****************************************************
012000* SWITCHES AND STATUS FIELDS                        *
012100*****************************************************
012200 01 WS-CCTR-STATUS               PIC X(02) VALUE '00'.
012300    88 WS-CCTR-STATUS-OK            VALUE '00'.
012400    88 WS-CCTR-STATUS-EOF           VALUE '10'.
012500*
012600 01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
012700    88 WS-HIST-STATUS-OK            VALUE '00'.
012800    88 WS-HIST-STATUS-EOF           VALUE '10'.
012900*
013000 01 WS-ARCH-STATUS               PIC X(02) VALUE '00'.
013100    88 WS-ARCH-STATUS-OK            VALUE '00'.
013200    88 WS-ARCH-STATUS-EOF           VALUE '10'.
013300*
013400 01 WS-CHGB-STATUS               PIC X(02) VALUE '00'.
013500    88 WS-CHGB-STATUS-OK            VALUE '00'.
013600*
013700 01 WS-CHGB-OPEN-SWITCH          PIC X(01) VALUE 'N'.
013800    88 WS-CHGB-FILE-OPEN            VALUE 'Y'.
013900*
014000 01 WS-ARCH-FILE-SWITCH          PIC X(01) VALUE 'N'.
014100    88 WS-ARCH-FILE-PRESENT         VALUE 'Y'.
014200*
014300 01 WS-FOUND-SWITCH              PIC X(01) VALUE 'N'.
014400    88 WS-ENTRY-FOUND               VALUE 'Y'.
014500*
014600 01 WS-GROUP-SWITCH              PIC X(01) VALUE 'Y'.
014700    88 WS-FIRST-IN-GROUP            VALUE 'Y'.
014800*
014900 01 WS-PAGE-MODE-SWITCH          PIC X(01) VALUE 'C'.
015000    88 WS-CHARGE-PAGES              VALUE 'C'.
015100    88 WS-EXCEPTION-PAGES           VALUE 'E'.
015200*
015300*****************************************************
015400* COMMON TALLY STAGING - BOTH THE LIVE AND ARCHIVE  *
015500* READ PARAGRAPHS FEED THESE FIELDS INTO            *
015600* 3000-TALLY-ONE-RUN.                               *
015700*****************************************************
015800 01 WS-TLY-KEY.
015900    05 WS-TLY-JOB-ID             PIC X(08) VALUE SPACES.
016000    05 WS-TLY-CLASS              PIC X(01) VALUE SPACE.
016100 01 WS-TLY-RUN-DATE              PIC 9(06) VALUE 0.
016200 01 WS-TLY-ELAPSED               PIC 9(07) VALUE 0.
016210*
016220*****************************************************
016230* ONE ARCHFILE RECORD, TO THE HISTREC LAYOUT        *
016240*****************************************************
016250 01 WS-ARCH-HIST-RECORD.
016252    05 WS-ARCH-PROGRAM-NAME      PIC X(08).
016254    05 WS-ARCH-JOB-ID            PIC X(08).
016256    05 WS-ARCH-RUN-DATE          PIC 9(06).
016258    05 WS-ARCH-RUN-TIME          PIC 9(08).
016260    05 WS-ARCH-PARM-VALUE        PIC 9(02).
016262    05 WS-ARCH-RETURN-CODE       PIC 9(02).
016264    05 WS-ARCH-END-TIME          PIC 9(08).
016266    05 WS-ARCH-ELAPSED-SECONDS   PIC 9(07).
016268    05 WS-ARCH-RUN-CLASS         PIC X(01).
016270    05 WS-ARCH-ATTEMPT-NUMBER    PIC 9(02).
016300*
016400*****************************************************
016500* COUNTERS AND WORK FIELDS                          *
016600*****************************************************
016700 01 WS-CCTR-READ-COUNT           PIC 9(05) VALUE 0.
016800 01 WS-CCTR-REJECT-COUNT         PIC 9(05) VALUE 0.
016900 01 WS-LIVE-READ-COUNT           PIC 9(07) VALUE 0.
017000 01 WS-ARCH-READ-COUNT           PIC 9(07) VALUE 0.
017100 01 WS-PERIOD-RUN-COUNT          PIC 9(07) VALUE 0.
017200 01 WS-UNMAPPED-JOB-COUNT        PIC 9(05) VALUE 0.
017300 01 WS-CCT-IDX                   PIC 9(04) VALUE 0.
017400 01 WS-CCL-IDX                   PIC 9(04) VALUE 0.
017500 01 WS-CHG-IDX                   PIC 9(04) VALUE 0.
017600 01 WS-SRCH-IDX                  PIC 9(04) VALUE 0.
017700 01 WS-INSERT-IDX                PIC 9(04) VALUE 0.
017800 01 WS-SHIFT-IDX                 PIC 9(04) VALUE 0.
017900 01 WS-SHIFT-FROM-IDX            PIC 9(04) VALUE 0.
018000 01 WS-LAST-EXC-JOB-ID           PIC X(08) VALUE SPACES.
018100 01 WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.
018200 01 WS-LINE-COUNT                PIC 9(02) VALUE 99.
018300 01 WS-PAGE-COUNT                PIC 9(04) VALUE 0.
018400 01 WS-PRINT-LINE                PIC X(132) VALUE SPACES.
018500*
018600*****************************************************
018700* COST-CENTER AND GRAND TOTALS                      *
018800*****************************************************
018900 01 WS-SUB-RUNS                  PIC 9(07) VALUE 0.
019000 01 WS-SUB-ELAPSED               PIC 9(09) VALUE 0.
019100 01 WS-SUB-CHARGE                PIC 9(11)V99 VALUE 0.
019200 01 WS-BILLED-RUNS               PIC 9(07) VALUE 0.
019300 01 WS-BILLED-ELAPSED            PIC 9(09) VALUE 0.
019400 01 WS-BILLED-CHARGE             PIC 9(11)V99 VALUE 0.
019500 01 WS-CATCHUP-RUNS              PIC 9(07) VALUE 0.
019600 01 WS-CATCHUP-ELAPSED           PIC 9(09) VALUE 0.
019700 01 WS-CATCHUP-CHARGE            PIC 9(11)V99 VALUE 0.
019800 01 WS-RETRY-RUNS                PIC 9(07) VALUE 0.
019900 01 WS-RETRY-ELAPSED             PIC 9(09) VALUE 0.
020000 01 WS-RETRY-CHARGE              PIC 9(11)V99 VALUE 0.
020100 01 WS-UNMAPPED-RUNS             PIC 9(07) VALUE 0.
020200 01 WS-UNMAPPED-ELAPSED          PIC 9(09) VALUE 0.
020300 01 WS-ALL-RUNS                  PIC 9(07) VALUE 0.
020400 01 WS-ALL-ELAPSED               PIC 9(09) VALUE 0.
020500*
020600*****************************************************
020700* COST-CENTER MASTER TABLE - ONE ROW PER CCTRFILE   *
020800* RECORD ACCEPTED, IN FILE ORDER.                   *
020900*****************************************************
021000 01 WS-CCTR-TABLE.
021100    05 WS-CCT-ENTRY-COUNT        PIC 9(04) VALUE 0.
021200    05 WS-CCT-ENTRIES OCCURS 0 TO 200 TIMES
021300              DEPENDING ON WS-CCT-ENTRY-COUNT.
021400       10 WS-CCT-JOB-ID             PIC X(08).
021500       10 WS-CCT-APPLICATION        PIC X(08).
021600       10 WS-CCT-COST-CENTER        PIC X(06).
021700       10 WS-CCT-RATE               PIC 9(03)V9(04).
021800*
021900*****************************************************
022000* COST-CENTER LIST - EACH DISTINCT COST CENTER ON   *
022100* THE MASTER ONCE, IN COST-CENTER ORDER, TO DRIVE   *
022200* THE REPORT.                                       *
022300*****************************************************
022400 01 WS-CCL-TABLE.
022500    05 WS-CCL-ENTRY-COUNT        PIC 9(04) VALUE 0.
022600    05 WS-CCL-ENTRIES OCCURS 0 TO 200 TIMES
022700              DEPENDING ON WS-CCL-ENTRY-COUNT.
022800       10 WS-CCL-COST-CENTER        PIC X(06).
022900*
023000*****************************************************
023100* CHARGE TABLE - ONE ROW PER JOB-ID AND RUN CLASS   *
023200* SEEN IN THE PERIOD, KEPT IN JOB-ID / CLASS ORDER. *
023300* WS-CHG-CCT-IDX POINTS AT THE JOB'S MASTER ROW,    *
023400* ZERO WHEN THE JOB-ID IS UNMAPPED.                 *
023500*****************************************************
023600 01 WS-CHARGE-TABLE.
023700    05 WS-CHG-ENTRY-COUNT        PIC 9(04) VALUE 0.
023800    05 WS-CHG-ENTRIES OCCURS 0 TO 600 TIMES
023900              DEPENDING ON WS-CHG-ENTRY-COUNT.
024000       10 WS-CHG-ROW.
024100          15 WS-CHG-KEY.
024200             20 WS-CHG-JOB-ID       PIC X(08).
024300             20 WS-CHG-CLASS        PIC X(01).
024400          15 WS-CHG-CCT-IDX         PIC 9(04).
024500          15 WS-CHG-RUNS            PIC 9(05).
024600          15 WS-CHG-ELAPSED         PIC 9(09).
024700          15 WS-CHG-AMOUNT          PIC 9(09)V99.
024800*
024900*****************************************************
025000* REPORT LINE LAYOUTS                               *
025100*****************************************************
025200 01 WS-PAGE-HEADING.
025300    05 WS-HDG-TITLE              PIC X(33).
025400    05 FILLER                    PIC X(10) VALUE
025500          '   PERIOD '.
025600    05 WS-HDG-START              PIC 9(06).
025700    05 FILLER                    PIC X(03) VALUE ' - '.
025800    05 WS-HDG-END                PIC 9(06).
025900    05 FILLER                    PIC X(08) VALUE '   PAGE '.
026000    05 WS-HDG-PAGE               PIC ZZZ9.
026100    05 FILLER                    PIC X(62) VALUE SPACES.
026200*
026300 01 WS-CHARGE-COLUMN-HEADING.
026400    05 FILLER                    PIC X(43) VALUE
026500          'COST-CTR  JOB-ID    APPLICATION RUN CLASS  '.
026600    05 FILLER                    PIC X(46) VALUE
026700          ' RUNS ELAPSED-SECS   RATE/SEC           CHARGE'.
026800    05 FILLER                    PIC X(43) VALUE SPACES.
026900*
027000 01 WS-EXCEPTION-COLUMN-HEADING.
027100    05 FILLER                    PIC X(48) VALUE
027200          'JOB-ID    RUN CLASS   RUNS ELAPSED-SECS   REASON'.
027300    05 FILLER                    PIC X(84) VALUE SPACES.
027400*
027500 01 WS-CHARGE-DETAIL.
027600    05 WS-DTL-COST-CENTER        PIC X(06).
027700    05 FILLER                    PIC X(04) VALUE SPACES.
027800    05 WS-DTL-JOB-ID             PIC X(08).
027900    05 FILLER                    PIC X(02) VALUE SPACES.
028000    05 WS-DTL-APPLICATION        PIC X(08).
028100    05 FILLER                    PIC X(04) VALUE SPACES.
028200    05 WS-DTL-CLASS              PIC X(09).
028300    05 FILLER                    PIC X(02) VALUE SPACES.
028400    05 WS-DTL-RUNS               PIC ZZZZ9.
028500    05 FILLER                    PIC X(02) VALUE SPACES.
028600    05 WS-DTL-ELAPSED            PIC ZZZ,ZZZ,ZZ9.
028700    05 FILLER                    PIC X(03) VALUE SPACES.
028800    05 WS-DTL-RATE               PIC ZZ9.9999.
028900    05 FILLER                    PIC X(03) VALUE SPACES.
029000    05 WS-DTL-CHARGE             PIC ZZZ,ZZZ,ZZ9.99.
029100    05 FILLER                    PIC X(43) VALUE SPACES.
029200*
029300 01 WS-SUBTOTAL-LINE.
029400    05 FILLER                    PIC X(10) VALUE SPACES.
029500    05 FILLER                    PIC X(18) VALUE
029600          'COST CENTER TOTAL '.
029700    05 WS-SUB-COST-CENTER        PIC X(06).
029800    05 FILLER                    PIC X(07) VALUE SPACES.
029900    05 WS-SUB-RUNS-OUT           PIC ZZZZZZ9.
030000    05 FILLER                    PIC X(02) VALUE SPACES.
030100    05 WS-SUB-ELAPSED-OUT        PIC ZZZ,ZZZ,ZZ9.
030200    05 FILLER                    PIC X(12) VALUE SPACES.
030300    05 WS-SUB-CHARGE-OUT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
030400    05 FILLER                    PIC X(42) VALUE SPACES.
030500*
030600 01 WS-TOTAL-LINE.
030700    05 FILLER                    PIC X(10) VALUE SPACES.
030800    05 WS-TOT-LABEL              PIC X(31).
030900    05 WS-TOT-RUNS               PIC ZZZZZZ9.
031000    05 FILLER                    PIC X(02) VALUE SPACES.
031100    05 WS-TOT-ELAPSED            PIC ZZZ,ZZZ,ZZ9.
031200    05 FILLER                    PIC X(12) VALUE SPACES.
031300    05 WS-TOT-CHARGE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
031400    05 FILLER                    PIC X(02) VALUE SPACES.
031500    05 WS-TOT-NOTE               PIC X(40).
031600*
031700 01 WS-EXCEPTION-DETAIL.
031800    05 WS-EXC-JOB-ID             PIC X(08).
031900    05 FILLER                    PIC X(02) VALUE SPACES.
032000    05 WS-EXC-CLASS              PIC X(09).
032100    05 FILLER                    PIC X(02) VALUE SPACES.
032200    05 WS-EXC-RUNS               PIC ZZZZ9.
032300    05 FILLER                    PIC X(02) VALUE SPACES.
032400    05 WS-EXC-ELAPSED            PIC ZZZ,ZZZ,ZZ9.
032500    05 FILLER                    PIC X(03) VALUE SPACES.
032600    05 WS-EXC-REASON             PIC X(40).
032700    05 FILLER                    PIC X(50) VALUE SPACES.
032800*
032900 LINKAGE SECTION.
033000  01 PRM-INFO.
033100     05 PRM-LENGTH               PIC S9(04) COMP.
033200     05 PRM-PERIOD-START         PIC 9(06).
033300     05 PRM-PERIOD-END           PIC 9(06).
033400*
033500 PROCEDURE DIVISION USING PRM-INFO.
033600*****************************************************
033700* MAIN PROGRAM ROUTINE                              *
033800*****************************************************
033900 0000-MAIN-PROCESS.
034000*
034100      PERFORM 1000-INITIALIZE
034200         THRU 1000-INITIALIZE-EXIT
034300*
034400      IF WS-RETURN-CODE < 8
034500         PERFORM 2000-PROCESS-LIVE-HISTORY
034600            THRU 2000-PROCESS-LIVE-HISTORY-EXIT
034700         PERFORM 2500-PROCESS-ARCHIVE
034800            THRU 2500-PROCESS-ARCHIVE-EXIT
034900         PERFORM 4000-PRICE-CHARGES
035000            THRU 4000-PRICE-CHARGES-EXIT
035100         PERFORM 5000-WRITE-REPORT
035200            THRU 5000-WRITE-REPORT-EXIT
035300      END-IF
035400*
035500      PERFORM 9000-TERMINATE
035600         THRU 9000-TERMINATE-EXIT
035700*
035800      MOVE WS-RETURN-CODE TO RETURN-CODE
035900      GOBACK
036000      .
036100 0000-MAIN-PROCESS-EXIT.
036200      EXIT.
036300*
036400*****************************************************
036500* 1000-INITIALIZE - VALIDATE THE PERIOD DATE PAIR   *
036600* ON THE PARM, LOAD THE COST-CENTER MASTER AND OPEN *
036700* THE CHARGEBACK REPORT.  THE PERIOD PAIR AND THE   *
036800* MASTER ARE BOTH REQUIRED.                         *
036900*****************************************************
037000 1000-INITIALIZE.
037100*
037200      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
037300      DISPLAY '-------------------------------'
037400      DISPLAY ' '
037500*
037600      ACCEPT CURRENT-DATE     FROM DATE
037700      ACCEPT CURRENT-TIME     FROM TIME
037800*
037900      IF PRM-LENGTH < 12
038000         OR PRM-PERIOD-START NOT NUMERIC
038100         OR PRM-PERIOD-END NOT NUMERIC
038200         OR PRM-PERIOD-START = 0
038300         OR PRM-PERIOD-END = 0
038400         OR PRM-PERIOD-START > PRM-PERIOD-END
038500         DISPLAY ' *** A VALID PERIOD START/END DATE PAIR IS '
038600            'REQUIRED ON THE PARM - RUN ABANDONED ***'
038700         MOVE 8               TO WS-RETURN-CODE
038800         GO TO 1000-INITIALIZE-EXIT
038900      END-IF
039000      MOVE PRM-PERIOD-START   TO WS-PERIOD-START
039100      MOVE PRM-PERIOD-END     TO WS-PERIOD-END
039200      DISPLAY ' PERIOD ' WS-PERIOD-START ' - ' WS-PERIOD-END
039300*
039400      OPEN INPUT CCTR-FILE
039500      IF NOT WS-CCTR-STATUS-OK
039600         DISPLAY ' *** CCTRFILE COULD NOT BE OPENED - STATUS: '
039700            WS-CCTR-STATUS ' - RUN ABANDONED ***'
039800         MOVE 8               TO WS-RETURN-CODE
039900         GO TO 1000-INITIALIZE-EXIT
040000      END-IF
040100      PERFORM 1100-LOAD-COST-CENTER
040200         THRU 1100-LOAD-COST-CENTER-EXIT
040300         UNTIL WS-CCTR-STATUS-EOF
040400      CLOSE CCTR-FILE
040500      IF WS-CCT-ENTRY-COUNT = 0
040600         DISPLAY ' *** CCTRFILE HOLDS NO USABLE MAPPINGS - RUN '
040700            'ABANDONED ***'
040800         MOVE 8               TO WS-RETURN-CODE
040900         GO TO 1000-INITIALIZE-EXIT
041000      END-IF
041100*
041200      OPEN OUTPUT CHGB-FILE
041300      IF NOT WS-CHGB-STATUS-OK
041400         DISPLAY ' *** CHGBFILE COULD NOT BE OPENED - STATUS: '
041500            WS-CHGB-STATUS ' ***'
041600         MOVE 8               TO WS-RETURN-CODE
041700         GO TO 1000-INITIALIZE-EXIT
041800      END-IF
041900      SET WS-CHGB-FILE-OPEN   TO TRUE
042000      MOVE WS-PERIOD-START    TO WS-HDG-START
042100      MOVE WS-PERIOD-END      TO WS-HDG-END
042200      .
042300 1000-INITIALIZE-EXIT.
042400      EXIT.
042500*
042600*****************************************************
042700* 1100-LOAD-COST-CENTER - READ ONE MASTER RECORD,   *
042800* EDIT IT AND ADD IT TO THE MASTER TABLE.  A RECORD *
042900* WITH NO JOB-ID OR COST CENTER, A NON-NUMERIC RATE *
043000* OR A JOB-ID ALREADY MAPPED IS PASSED OVER WITH A  *
043100* WARNING - THE FIRST MAPPING OF A JOB-ID STANDS.   *
043200*****************************************************
043300 1100-LOAD-COST-CENTER.
043400*
043500      READ CCTR-FILE
043600         AT END
043700            MOVE '10'   TO WS-CCTR-STATUS
043800            GO TO 1100-LOAD-COST-CENTER-EXIT
043900      END-READ
044000      ADD 1                   TO WS-CCTR-READ-COUNT
044100*
044200      IF CCTR-JOB-ID = SPACES
044300         OR CCTR-COST-CENTER = SPACES
044400         OR CCTR-RATE-PER-SEC NOT NUMERIC
044500         DISPLAY ' *** CCTRFILE RECORD ' WS-CCTR-READ-COUNT
044600            ' INCOMPLETE OR RATE NOT NUMERIC - IGNORED ***'
044700         ADD 1                TO WS-CCTR-REJECT-COUNT
044800         MOVE 4               TO WS-RETURN-CODE
044900         GO TO 1100-LOAD-COST-CENTER-EXIT
045000      END-IF
045100*
045200      MOVE CCTR-JOB-ID        TO WS-TLY-JOB-ID
045300      PERFORM 1150-FIND-COST-CENTER-JOB
045400         THRU 1150-FIND-COST-CENTER-JOB-EXIT
045500      IF WS-CCT-IDX > 0
045600         DISPLAY ' *** CCTRFILE JOB-ID ' CCTR-JOB-ID
045700            ' MAPPED MORE THAN ONCE - FIRST MAPPING KEPT ***'
045800         ADD 1                TO WS-CCTR-REJECT-COUNT
045900         MOVE 4               TO WS-RETURN-CODE
046000         GO TO 1100-LOAD-COST-CENTER-EXIT
046100      END-IF
046200*
046300      IF WS-CCT-ENTRY-COUNT >= 200
046400         DISPLAY ' *** COST-CENTER TABLE FULL (200 ENTRIES) - '
046500            'JOB-ID ' CCTR-JOB-ID ' NOT LOADED ***'
046600         ADD 1                TO WS-CCTR-REJECT-COUNT
046700         MOVE 4               TO WS-RETURN-CODE
046800         GO TO 1100-LOAD-COST-CENTER-EXIT
046900      END-IF
047000      ADD 1                   TO WS-CCT-ENTRY-COUNT
047100      MOVE WS-CCT-ENTRY-COUNT TO WS-CCT-IDX
047200      MOVE CCTR-JOB-ID        TO WS-CCT-JOB-ID (WS-CCT-IDX)
047300      MOVE CCTR-APPLICATION   TO WS-CCT-APPLICATION (WS-CCT-IDX)
047400      MOVE CCTR-COST-CENTER   TO WS-CCT-COST-CENTER (WS-CCT-IDX)
047500      MOVE CCTR-RATE-PER-SEC  TO WS-CCT-RATE (WS-CCT-IDX)
047600*
047700      PERFORM 1200-ADD-COST-CENTER-LIST
047800         THRU 1200-ADD-COST-CENTER-LIST-EXIT
047900      .
048000 1100-LOAD-COST-CENTER-EXIT.
048100      EXIT.
048200*
048300*****************************************************
048400* 1150-FIND-COST-CENTER-JOB - LOCATE WS-TLY-JOB-ID  *
048500* IN THE MASTER TABLE, SETTING WS-CCT-IDX, OR ZERO  *
048600* WHEN THE JOB-ID IS NOT MAPPED.                    *
048700*****************************************************
048800 1150-FIND-COST-CENTER-JOB.
048900*
049000      MOVE 0                  TO WS-CCT-IDX
049100      PERFORM 1160-SEARCH-COST-CENTER-JOB
049200         THRU 1160-SEARCH-COST-CENTER-JOB-EXIT
049300         VARYING WS-SRCH-IDX FROM 1 BY 1
049400         UNTIL WS-SRCH-IDX > WS-CCT-ENTRY-COUNT
049500            OR WS-CCT-IDX > 0
049600      .
049700 1150-FIND-COST-CENTER-JOB-EXIT.
049800      EXIT.
049900*
050000*****************************************************
050100* 1160-SEARCH-COST-CENTER-JOB - TEST ONE MASTER ROW *
050200* FOR A JOB-ID MATCH DURING THE SEARCH ABOVE.       *
050300*****************************************************
050400 1160-SEARCH-COST-CENTER-JOB.
050500*
050600      IF WS-CCT-JOB-ID (WS-SRCH-IDX) = WS-TLY-JOB-ID
050700         MOVE WS-SRCH-IDX     TO WS-CCT-IDX
050800      END-IF
050900      .
051000 1160-SEARCH-COST-CENTER-JOB-EXIT.
051100      EXIT.
051200*
051300*****************************************************
051400* 1200-ADD-COST-CENTER-LIST - ENTER THE NEW ROW'S   *
051500* COST CENTER IN THE COST-CENTER LIST AT ITS PLACE  *
051600* IN ORDER, UNLESS IT IS ALREADY LISTED.            *
051700*****************************************************
051800 1200-ADD-COST-CENTER-LIST.
051900*
052000      MOVE 'N'                TO WS-FOUND-SWITCH
052100      MOVE 0                  TO WS-INSERT-IDX
052200      PERFORM 1210-FIND-COST-CENTER-SLOT
052300         THRU 1210-FIND-COST-CENTER-SLOT-EXIT
052400         VARYING WS-SRCH-IDX FROM 1 BY 1
052500         UNTIL WS-SRCH-IDX > WS-CCL-ENTRY-COUNT
052600            OR WS-INSERT-IDX > 0
052700            OR WS-ENTRY-FOUND
052800      IF WS-ENTRY-FOUND
052900         GO TO 1200-ADD-COST-CENTER-LIST-EXIT
053000      END-IF
053100*
053200      ADD 1                   TO WS-CCL-ENTRY-COUNT
053300      IF WS-INSERT-IDX = 0
053400         MOVE WS-CCL-ENTRY-COUNT  TO WS-INSERT-IDX
053500      END-IF
053600      PERFORM 1220-SHIFT-COST-CENTER-DOWN
053700         THRU 1220-SHIFT-COST-CENTER-DOWN-EXIT
053800         VARYING WS-SHIFT-IDX FROM WS-CCL-ENTRY-COUNT BY -1
053900         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
054000      MOVE WS-CCT-COST-CENTER (WS-CCT-IDX)
054100         TO WS-CCL-COST-CENTER (WS-INSERT-IDX)
054200      .
054300 1200-ADD-COST-CENTER-LIST-EXIT.
054400      EXIT.
054500*
054600*****************************************************
054700* 1210-FIND-COST-CENTER-SLOT - STOP ON THE COST     *
054800* CENTER ITSELF, OR AHEAD OF THE FIRST HIGHER ONE.  *
054900*****************************************************
055000 1210-FIND-COST-CENTER-SLOT.
055100*
055200      IF WS-CCL-COST-CENTER (WS-SRCH-IDX)
055300            = WS-CCT-COST-CENTER (WS-CCT-IDX)
055400         SET WS-ENTRY-FOUND   TO TRUE
055500      ELSE
055600         IF WS-CCL-COST-CENTER (WS-SRCH-IDX)
055700               > WS-CCT-COST-CENTER (WS-CCT-IDX)
055800            MOVE WS-SRCH-IDX  TO WS-INSERT-IDX
055900         END-IF
056000      END-IF
056100      .
056200 1210-FIND-COST-CENTER-SLOT-EXIT.
056300      EXIT.
056400*
056500*****************************************************
056600* 1220-SHIFT-COST-CENTER-DOWN - MOVE ONE COST-CENTER*
056700* LIST ROW DOWN ONE PLACE.                          *
056800*****************************************************
056900 1220-SHIFT-COST-CENTER-DOWN.
057000*
057100      COMPUTE WS-SHIFT-FROM-IDX = WS-SHIFT-IDX - 1
057200      MOVE WS-CCL-COST-CENTER (WS-SHIFT-FROM-IDX)
057300         TO WS-CCL-COST-CENTER (WS-SHIFT-IDX)
057400      .
057500 1220-SHIFT-COST-CENTER-DOWN-EXIT.
057600      EXIT.
057700*
057800*****************************************************
057900* 2000-PROCESS-LIVE-HISTORY - READ THE LIVE HISTORY *
058000* AND TALLY EVERY RECORD THAT FALLS IN THE PERIOD.  *
058100*****************************************************
058200 2000-PROCESS-LIVE-HISTORY.
058300*
058400      OPEN INPUT HIST-FILE
058500      IF WS-HIST-STATUS-OK
058600         PERFORM 2100-READ-LIVE-RECORD
058700            THRU 2100-READ-LIVE-RECORD-EXIT
058800            UNTIL WS-HIST-STATUS-EOF
058900         CLOSE HIST-FILE
059000      ELSE
059100         DISPLAY ' *** HISTFILE NOT FOUND - LIVE HISTORY '
059200            'CONTRIBUTES NOTHING TO THIS CHARGEBACK ***'
059300      END-IF
059400      .
059500 2000-PROCESS-LIVE-HISTORY-EXIT.
059600      EXIT.
059700*
059800*****************************************************
059900* 2100-READ-LIVE-RECORD - READ ONE LIVE RECORD AND  *
060000* STAGE IT FOR THE COMMON TALLY.                    *
060100*****************************************************
060200 2100-READ-LIVE-RECORD.
060300*
060400      READ HIST-FILE
060500         AT END
060600            MOVE '10'   TO WS-HIST-STATUS
060700         NOT AT END
060800            ADD 1             TO WS-LIVE-READ-COUNT
060900            MOVE HIST-JOB-ID           TO WS-TLY-JOB-ID
061000            MOVE HIST-RUN-DATE         TO WS-TLY-RUN-DATE
061100            MOVE HIST-ELAPSED-SECONDS  TO WS-TLY-ELAPSED
061200            MOVE HIST-RUN-CLASS        TO WS-TLY-CLASS
061300            PERFORM 3000-TALLY-ONE-RUN
061400               THRU 3000-TALLY-ONE-RUN-EXIT
061500      END-READ
061600      .
061700 2100-READ-LIVE-RECORD-EXIT.
061800      EXIT.
061900*
062000*****************************************************
062100* 2500-PROCESS-ARCHIVE - READ THE ARCHIVE SPLIT OUT *
062200* BY CBLHARCH AND TALLY EVERY RECORD THAT FALLS IN  *
062300* THE PERIOD.  THE ARCHIVE CARRIES THE HISTREC      *
062400* LAYOUT BYTE FOR BYTE, SO THE RAW RECORD IS MOVED  *
062500* THROUGH THE LIVE RECORD AREA TO PICK THE FIELDS   *
062600* APART.                                            *
062700*****************************************************
062800 2500-PROCESS-ARCHIVE.
062900*
063000      OPEN INPUT ARCH-FILE
063100      IF WS-ARCH-STATUS-OK
063200         SET WS-ARCH-FILE-PRESENT   TO TRUE
063300         PERFORM 2600-READ-ARCH-RECORD
063400            THRU 2600-READ-ARCH-RECORD-EXIT
063500            UNTIL WS-ARCH-STATUS-EOF
063600         CLOSE ARCH-FILE
063700      ELSE
063800         DISPLAY ' *** ARCHFILE NOT FOUND - CHARGEBACK COVERS '
063900            'THE LIVE HISTORY ONLY ***'
064000      END-IF
064100      .
064200 2500-PROCESS-ARCHIVE-EXIT.
064300      EXIT.
064400*
064500*****************************************************
064600* 2600-READ-ARCH-RECORD - READ ONE ARCHIVED RECORD  *
064700* AND STAGE IT FOR THE COMMON TALLY.                *
064800*****************************************************
064900 2600-READ-ARCH-RECORD.
065000*
065100      READ ARCH-FILE
065200         AT END
065300            MOVE '10'   TO WS-ARCH-STATUS
065400         NOT AT END
065500            ADD 1             TO WS-ARCH-READ-COUNT
065600            MOVE ARCH-RECORD           TO WS-ARCH-HIST-RECORD
065700            MOVE WS-ARCH-JOB-ID        TO WS-TLY-JOB-ID
065800            MOVE WS-ARCH-RUN-DATE      TO WS-TLY-RUN-DATE
065900            MOVE WS-ARCH-ELAPSED-SECONDS
065950                                       TO WS-TLY-ELAPSED
066000            MOVE WS-ARCH-RUN-CLASS     TO WS-TLY-CLASS
066100            PERFORM 3000-TALLY-ONE-RUN
066200               THRU 3000-TALLY-ONE-RUN-EXIT
066300      END-READ
066400      .
066500 2600-READ-ARCH-RECORD-EXIT.
066600      EXIT.
066700*
066800*****************************************************
066900* 3000-TALLY-ONE-RUN - ADD THE STAGED RUN TO THE    *
067000* CHARGE ROW FOR ITS JOB-ID AND RUN CLASS.  A RUN   *
067100* OUTSIDE THE PERIOD IS PASSED OVER.  ANY CLASS     *
067200* OTHER THAN CATCH-UP OR RETRY BILLS AS A NORMAL    *
067300* RUN.                                              *
067400*****************************************************
067500 3000-TALLY-ONE-RUN.
067600*
067700      IF WS-TLY-RUN-DATE < WS-PERIOD-START
067800         OR WS-TLY-RUN-DATE > WS-PERIOD-END
067900         GO TO 3000-TALLY-ONE-RUN-EXIT
068000      END-IF
068100      IF WS-TLY-CLASS NOT = 'C'
068200         AND WS-TLY-CLASS NOT = 'R'
068300         MOVE SPACE           TO WS-TLY-CLASS
068400      END-IF
068500      ADD 1                   TO WS-PERIOD-RUN-COUNT
068600*
068700      PERFORM 3100-FIND-OR-ADD-CHARGE
068800         THRU 3100-FIND-OR-ADD-CHARGE-EXIT
068900      IF WS-CHG-IDX = 0
069000         GO TO 3000-TALLY-ONE-RUN-EXIT
069100      END-IF
069200      ADD 1                   TO WS-CHG-RUNS (WS-CHG-IDX)
069300      ADD WS-TLY-ELAPSED      TO WS-CHG-ELAPSED (WS-CHG-IDX)
069400      .
069500 3000-TALLY-ONE-RUN-EXIT.
069600      EXIT.
069700*
069800*****************************************************
069900* 3100-FIND-OR-ADD-CHARGE - LOCATE THE STAGED JOB-ID*
070000* AND CLASS IN THE CHARGE TABLE, SETTING WS-CHG-IDX.*
070100* WHEN NOT FOUND A NEW ZEROED ROW IS OPENED AT ITS  *
070200* PLACE IN ORDER AND TIED TO THE JOB'S MASTER ROW.  *
070300*****************************************************
070400 3100-FIND-OR-ADD-CHARGE.
070500*
070600      MOVE 'N'                TO WS-FOUND-SWITCH
070700      MOVE 0                  TO WS-CHG-IDX
070800      MOVE 0                  TO WS-INSERT-IDX
070900      PERFORM 3150-SEARCH-CHARGE
071000         THRU 3150-SEARCH-CHARGE-EXIT
071100         VARYING WS-SRCH-IDX FROM 1 BY 1
071200         UNTIL WS-SRCH-IDX > WS-CHG-ENTRY-COUNT
071300            OR WS-INSERT-IDX > 0
071400            OR WS-ENTRY-FOUND
071500      IF WS-ENTRY-FOUND
071600         GO TO 3100-FIND-OR-ADD-CHARGE-EXIT
071700      END-IF
071800*
071900      IF WS-CHG-ENTRY-COUNT >= 600
072000         DISPLAY ' *** CHARGE TABLE FULL (600 ENTRIES) - JOB-ID '
072100            WS-TLY-JOB-ID ' NOT CHARGED ***'
072200         MOVE 4               TO WS-RETURN-CODE
072300         GO TO 3100-FIND-OR-ADD-CHARGE-EXIT
072400      END-IF
072500      ADD 1                   TO WS-CHG-ENTRY-COUNT
072600      IF WS-INSERT-IDX = 0
072700         MOVE WS-CHG-ENTRY-COUNT  TO WS-INSERT-IDX
072800      END-IF
072900      PERFORM 3160-SHIFT-CHARGE-DOWN
073000         THRU 3160-SHIFT-CHARGE-DOWN-EXIT
073100         VARYING WS-SHIFT-IDX FROM WS-CHG-ENTRY-COUNT BY -1
073200         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
073300      MOVE WS-INSERT-IDX      TO WS-CHG-IDX
073400*
073500      PERFORM 1150-FIND-COST-CENTER-JOB
073600         THRU 1150-FIND-COST-CENTER-JOB-EXIT
073700      MOVE WS-TLY-KEY         TO WS-CHG-KEY (WS-CHG-IDX)
073800      MOVE WS-CCT-IDX         TO WS-CHG-CCT-IDX (WS-CHG-IDX)
073900      MOVE 0                  TO WS-CHG-RUNS (WS-CHG-IDX)
074000      MOVE 0                  TO WS-CHG-ELAPSED (WS-CHG-IDX)
074100      MOVE 0                  TO WS-CHG-AMOUNT (WS-CHG-IDX)
074200      .
074300 3100-FIND-OR-ADD-CHARGE-EXIT.
074400      EXIT.
074500*
074600*****************************************************
074700* 3150-SEARCH-CHARGE - STOP ON THE STAGED KEY       *
074800* ITSELF, OR AHEAD OF THE FIRST HIGHER KEY.         *
074900*****************************************************
075000 3150-SEARCH-CHARGE.
075100*
075200      IF WS-CHG-KEY (WS-SRCH-IDX) = WS-TLY-KEY
075300         SET WS-ENTRY-FOUND   TO TRUE
075400         MOVE WS-SRCH-IDX     TO WS-CHG-IDX
075500      ELSE
075600         IF WS-CHG-KEY (WS-SRCH-IDX) > WS-TLY-KEY
075700            MOVE WS-SRCH-IDX  TO WS-INSERT-IDX
075800         END-IF
075900      END-IF
076000      .
076100 3150-SEARCH-CHARGE-EXIT.
076200      EXIT.
076300*
076400*****************************************************
076500* 3160-SHIFT-CHARGE-DOWN - MOVE ONE CHARGE ROW DOWN *
076600* ONE PLACE.                                        *
076700*****************************************************
076800 3160-SHIFT-CHARGE-DOWN.
076900*
077000      COMPUTE WS-SHIFT-FROM-IDX = WS-SHIFT-IDX - 1
077100      MOVE WS-CHG-ROW (WS-SHIFT-FROM-IDX)
077200         TO WS-CHG-ROW (WS-SHIFT-IDX)
077300      .
077400 3160-SHIFT-CHARGE-DOWN-EXIT.
077500      EXIT.
077600*
077700*****************************************************
077800* 4000-PRICE-CHARGES - PRICE EVERY MAPPED CHARGE ROW*
077900* AT ITS JOB'S RATE AND BUILD THE GRAND TOTALS.     *
078000*****************************************************
078100 4000-PRICE-CHARGES.
078200*
078300      PERFORM 4100-PRICE-ONE-CHARGE
078400         THRU 4100-PRICE-ONE-CHARGE-EXIT
078500         VARYING WS-CHG-IDX FROM 1 BY 1
078600         UNTIL WS-CHG-IDX > WS-CHG-ENTRY-COUNT
078700      .
078800 4000-PRICE-CHARGES-EXIT.
078900      EXIT.
079000*
079100*****************************************************
079200* 4100-PRICE-ONE-CHARGE - AN UNMAPPED ROW IS NOT    *
079300* PRICED BUT ITS RUNS AND SECONDS STILL COUNT IN    *
079400* THE ALL-RUNS TOTALS.                              *
079500*****************************************************
079600 4100-PRICE-ONE-CHARGE.
079700*
079800      ADD WS-CHG-RUNS (WS-CHG-IDX)     TO WS-ALL-RUNS
079900      ADD WS-CHG-ELAPSED (WS-CHG-IDX)  TO WS-ALL-ELAPSED
080000*
080100      IF WS-CHG-CCT-IDX (WS-CHG-IDX) = 0
080200         ADD WS-CHG-RUNS (WS-CHG-IDX)     TO WS-UNMAPPED-RUNS
080300         ADD WS-CHG-ELAPSED (WS-CHG-IDX)  TO WS-UNMAPPED-ELAPSED
080400         IF WS-CHG-JOB-ID (WS-CHG-IDX) NOT = WS-LAST-EXC-JOB-ID
080500            ADD 1             TO WS-UNMAPPED-JOB-COUNT
080600            MOVE WS-CHG-JOB-ID (WS-CHG-IDX)
080700               TO WS-LAST-EXC-JOB-ID
080800         END-IF
080900         GO TO 4100-PRICE-ONE-CHARGE-EXIT
081000      END-IF
081100*
081200      MOVE WS-CHG-CCT-IDX (WS-CHG-IDX) TO WS-CCT-IDX
081300      COMPUTE WS-CHG-AMOUNT (WS-CHG-IDX) ROUNDED =
081400          WS-CHG-ELAPSED (WS-CHG-IDX) * WS-CCT-RATE (WS-CCT-IDX)
081500      ADD WS-CHG-RUNS (WS-CHG-IDX)     TO WS-BILLED-RUNS
081600      ADD WS-CHG-ELAPSED (WS-CHG-IDX)  TO WS-BILLED-ELAPSED
081700      ADD WS-CHG-AMOUNT (WS-CHG-IDX)   TO WS-BILLED-CHARGE
081800      EVALUATE WS-CHG-CLASS (WS-CHG-IDX)
081900         WHEN 'C'
082000            ADD WS-CHG-RUNS (WS-CHG-IDX)     TO WS-CATCHUP-RUNS
082100            ADD WS-CHG-ELAPSED (WS-CHG-IDX)  TO WS-CATCHUP-ELAPSED
082200            ADD WS-CHG-AMOUNT (WS-CHG-IDX)   TO WS-CATCHUP-CHARGE
082300         WHEN 'R'
082400            ADD WS-CHG-RUNS (WS-CHG-IDX)     TO WS-RETRY-RUNS
082500            ADD WS-CHG-ELAPSED (WS-CHG-IDX)  TO WS-RETRY-ELAPSED
082600            ADD WS-CHG-AMOUNT (WS-CHG-IDX)   TO WS-RETRY-CHARGE
082700         WHEN OTHER
082800            CONTINUE
082900      END-EVALUATE
083000      .
083100 4100-PRICE-ONE-CHARGE-EXIT.
083200      EXIT.
083300*
083400*****************************************************
083500* 5000-WRITE-REPORT - ONE GROUP OF CHARGE LINES PER *
083600* COST CENTER, THE GRAND TOTALS, THEN THE EXCEPTION *
083700* PAGE FOR THE UNMAPPED JOB-IDS.                    *
083800*****************************************************
083900 5000-WRITE-REPORT.
084000*
084100      SET WS-CHARGE-PAGES     TO TRUE
084200      PERFORM 5100-WRITE-COST-CENTER
084300         THRU 5100-WRITE-COST-CENTER-EXIT
084400         VARYING WS-CCL-IDX FROM 1 BY 1
084500         UNTIL WS-CCL-IDX > WS-CCL-ENTRY-COUNT
084600      IF WS-BILLED-RUNS = 0
084700         MOVE 'NO RUNS FOR A MAPPED JOB-ID IN THE PERIOD'
084800            TO WS-PRINT-LINE
084900         PERFORM 5900-WRITE-REPORT-LINE
085000            THRU 5900-WRITE-REPORT-LINE-EXIT
085100         MOVE SPACES          TO WS-PRINT-LINE
085200         PERFORM 5900-WRITE-REPORT-LINE
085300            THRU 5900-WRITE-REPORT-LINE-EXIT
085400      END-IF
085500*
085600      PERFORM 5300-WRITE-GRAND-TOTALS
085700         THRU 5300-WRITE-GRAND-TOTALS-EXIT
085800*
085900      SET WS-EXCEPTION-PAGES  TO TRUE
086000      MOVE 99                 TO WS-LINE-COUNT
086100      IF WS-UNMAPPED-RUNS = 0
086200         MOVE 'EVERY JOB-ID RUN IN THE PERIOD IS MAPPED'
086300            TO WS-PRINT-LINE
086400         PERFORM 5900-WRITE-REPORT-LINE
086500            THRU 5900-WRITE-REPORT-LINE-EXIT
086600      ELSE
086700         PERFORM 5400-WRITE-EXCEPTION
086800            THRU 5400-WRITE-EXCEPTION-EXIT
086900            VARYING WS-CHG-IDX FROM 1 BY 1
087000            UNTIL WS-CHG-IDX > WS-CHG-ENTRY-COUNT
087100      END-IF
087200      IF NOT WS-ARCH-FILE-PRESENT
087300         MOVE SPACES          TO WS-PRINT-LINE
087400         PERFORM 5900-WRITE-REPORT-LINE
087500            THRU 5900-WRITE-REPORT-LINE-EXIT
087600         MOVE 'ARCHFILE NOT PRESENT - LIVE HISTORY ONLY'
087700            TO WS-PRINT-LINE
087800         PERFORM 5900-WRITE-REPORT-LINE
087900            THRU 5900-WRITE-REPORT-LINE-EXIT
088000      END-IF
088100      .
088200 5000-WRITE-REPORT-EXIT.
088300      EXIT.
088400*
088500*****************************************************
088600* 5100-WRITE-COST-CENTER - WRITE THE CHARGE LINES   *
088700* OF EVERY JOB MAPPED TO THIS COST CENTER, THEN ITS *
088800* TOTAL.  A COST CENTER WITH NO RUNS IN THE PERIOD  *
088900* IS LEFT OFF THE REPORT.                           *
089000*****************************************************
089100 5100-WRITE-COST-CENTER.
089200*
089300      MOVE 0                  TO WS-SUB-RUNS
089400      MOVE 0                  TO WS-SUB-ELAPSED
089500      MOVE 0                  TO WS-SUB-CHARGE
089600      SET WS-FIRST-IN-GROUP   TO TRUE
089700      PERFORM 5200-WRITE-CHARGE-LINE
089800         THRU 5200-WRITE-CHARGE-LINE-EXIT
089900         VARYING WS-CHG-IDX FROM 1 BY 1
090000         UNTIL WS-CHG-IDX > WS-CHG-ENTRY-COUNT
090100      IF WS-SUB-RUNS = 0
090200         GO TO 5100-WRITE-COST-CENTER-EXIT
090300      END-IF
090400*
090500      MOVE WS-CCL-COST-CENTER (WS-CCL-IDX)  TO WS-SUB-COST-CENTER
090600      MOVE WS-SUB-RUNS        TO WS-SUB-RUNS-OUT
090700      MOVE WS-SUB-ELAPSED     TO WS-SUB-ELAPSED-OUT
090800      MOVE WS-SUB-CHARGE      TO WS-SUB-CHARGE-OUT
090900      MOVE WS-SUBTOTAL-LINE   TO WS-PRINT-LINE
091000      PERFORM 5900-WRITE-REPORT-LINE
091100         THRU 5900-WRITE-REPORT-LINE-EXIT
091200      MOVE SPACES             TO WS-PRINT-LINE
091300      PERFORM 5900-WRITE-REPORT-LINE
091400         THRU 5900-WRITE-REPORT-LINE-EXIT
091500      .
091600 5100-WRITE-COST-CENTER-EXIT.
091700      EXIT.
091800*
091900*****************************************************
092000* 5200-WRITE-CHARGE-LINE - FORMAT ONE CHARGE ROW    *
092100* WHEN ITS JOB IS MAPPED TO THE CURRENT COST CENTER *
092200* AND ROLL IT INTO THE COST-CENTER TOTAL.  THE COST *
092300* CENTER IS PRINTED ON THE FIRST LINE OF ITS GROUP. *
092400*****************************************************
092500 5200-WRITE-CHARGE-LINE.
092600*
092700      IF WS-CHG-CCT-IDX (WS-CHG-IDX) = 0
092800         GO TO 5200-WRITE-CHARGE-LINE-EXIT
092900      END-IF
093000      MOVE WS-CHG-CCT-IDX (WS-CHG-IDX) TO WS-CCT-IDX
093100      IF WS-CCT-COST-CENTER (WS-CCT-IDX)
093200            NOT = WS-CCL-COST-CENTER (WS-CCL-IDX)
093300         GO TO 5200-WRITE-CHARGE-LINE-EXIT
093400      END-IF
093500*
093600      IF WS-FIRST-IN-GROUP
093700         MOVE WS-CCT-COST-CENTER (WS-CCT-IDX)
093800            TO WS-DTL-COST-CENTER
093900         MOVE 'N'             TO WS-GROUP-SWITCH
094000      ELSE
094100         MOVE SPACES          TO WS-DTL-COST-CENTER
094200      END-IF
094300      MOVE WS-CHG-JOB-ID (WS-CHG-IDX)       TO WS-DTL-JOB-ID
094400      MOVE WS-CCT-APPLICATION (WS-CCT-IDX)  TO WS-DTL-APPLICATION
094500      PERFORM 5250-SET-CLASS-TEXT
094600         THRU 5250-SET-CLASS-TEXT-EXIT
094700      MOVE WS-CHG-RUNS (WS-CHG-IDX)         TO WS-DTL-RUNS
094800      MOVE WS-CHG-ELAPSED (WS-CHG-IDX)      TO WS-DTL-ELAPSED
094900      MOVE WS-CCT-RATE (WS-CCT-IDX)         TO WS-DTL-RATE
095000      MOVE WS-CHG-AMOUNT (WS-CHG-IDX)       TO WS-DTL-CHARGE
095100      MOVE WS-CHARGE-DETAIL   TO WS-PRINT-LINE
095200      PERFORM 5900-WRITE-REPORT-LINE
095300         THRU 5900-WRITE-REPORT-LINE-EXIT
095400*
095500      ADD WS-CHG-RUNS (WS-CHG-IDX)          TO WS-SUB-RUNS
095600      ADD WS-CHG-ELAPSED (WS-CHG-IDX)       TO WS-SUB-ELAPSED
095700      ADD WS-CHG-AMOUNT (WS-CHG-IDX)        TO WS-SUB-CHARGE
095800      .
095900 5200-WRITE-CHARGE-LINE-EXIT.
096000      EXIT.
096100*
096200*****************************************************
096300* 5250-SET-CLASS-TEXT - SPELL OUT THE RUN CLASS OF  *
096400* THE CURRENT CHARGE ROW ON BOTH DETAIL LAYOUTS.    *
096500*****************************************************
096600 5250-SET-CLASS-TEXT.
096700*
096800      EVALUATE WS-CHG-CLASS (WS-CHG-IDX)
096900         WHEN 'C'
097000            MOVE 'CATCH-UP'   TO WS-DTL-CLASS
097100         WHEN 'R'
097200            MOVE 'RETRY'      TO WS-DTL-CLASS
097300         WHEN OTHER
097400            MOVE 'NORMAL'     TO WS-DTL-CLASS
097500      END-EVALUATE
097600      MOVE WS-DTL-CLASS       TO WS-EXC-CLASS
097700      .
097800 5250-SET-CLASS-TEXT-EXIT.
097900      EXIT.
098000*
098100*****************************************************
098200* 5300-WRITE-GRAND-TOTALS - BILLED RUNS WITH THE    *
098300* CATCH-UP AND RETRY SHARE OF THEM, THE UNMAPPED    *
098400* RUNS THAT WERE NOT BILLED, AND ALL RUNS.          *
098500*****************************************************
098600 5300-WRITE-GRAND-TOTALS.
098700*
098800      MOVE 'GRAND TOTAL - BILLED RUNS'   TO WS-TOT-LABEL
098900      MOVE WS-BILLED-RUNS     TO WS-TOT-RUNS
099000      MOVE WS-BILLED-ELAPSED  TO WS-TOT-ELAPSED
099100      MOVE WS-BILLED-CHARGE   TO WS-TOT-CHARGE
099200      MOVE SPACES             TO WS-TOT-NOTE
099300      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
099400      PERFORM 5900-WRITE-REPORT-LINE
099500         THRU 5900-WRITE-REPORT-LINE-EXIT
099600*
099700      MOVE '  OF WHICH CATCH-UP RUNS'    TO WS-TOT-LABEL
099800      MOVE WS-CATCHUP-RUNS    TO WS-TOT-RUNS
099900      MOVE WS-CATCHUP-ELAPSED TO WS-TOT-ELAPSED
100000      MOVE WS-CATCHUP-CHARGE  TO WS-TOT-CHARGE
100100      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
100200      PERFORM 5900-WRITE-REPORT-LINE
100300         THRU 5900-WRITE-REPORT-LINE-EXIT
100400*
100500      MOVE '  OF WHICH RETRY RUNS'       TO WS-TOT-LABEL
100600      MOVE WS-RETRY-RUNS      TO WS-TOT-RUNS
100700      MOVE WS-RETRY-ELAPSED   TO WS-TOT-ELAPSED
100800      MOVE WS-RETRY-CHARGE    TO WS-TOT-CHARGE
100900      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
101000      PERFORM 5900-WRITE-REPORT-LINE
101100         THRU 5900-WRITE-REPORT-LINE-EXIT
101200*
101300      MOVE 'UNMAPPED RUNS'               TO WS-TOT-LABEL
101400      MOVE WS-UNMAPPED-RUNS   TO WS-TOT-RUNS
101500      MOVE WS-UNMAPPED-ELAPSED TO WS-TOT-ELAPSED
101600      MOVE 0                  TO WS-TOT-CHARGE
101700      IF WS-UNMAPPED-RUNS > 0
101800         MOVE 'NOT BILLED - SEE EXCEPTION PAGE'  TO WS-TOT-NOTE
101900      END-IF
102000      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
102100      PERFORM 5900-WRITE-REPORT-LINE
102200         THRU 5900-WRITE-REPORT-LINE-EXIT
102300*
102400      MOVE 'GRAND TOTAL - ALL RUNS'      TO WS-TOT-LABEL
102500      MOVE WS-ALL-RUNS        TO WS-TOT-RUNS
102600      MOVE WS-ALL-ELAPSED     TO WS-TOT-ELAPSED
102700      MOVE WS-BILLED-CHARGE   TO WS-TOT-CHARGE
102800      MOVE SPACES             TO WS-TOT-NOTE
102900      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
103000      PERFORM 5900-WRITE-REPORT-LINE
103100         THRU 5900-WRITE-REPORT-LINE-EXIT
103200      .
103300 5300-WRITE-GRAND-TOTALS-EXIT.
103400      EXIT.
103500*
103600*****************************************************
103700* 5400-WRITE-EXCEPTION - ONE EXCEPTION LINE PER     *
103800* CHARGE ROW WHOSE JOB-ID HAS NO COST-CENTER        *
103900* MAPPING.                                          *
104000*****************************************************
104100 5400-WRITE-EXCEPTION.
104200*
104300      IF WS-CHG-CCT-IDX (WS-CHG-IDX) NOT = 0
104400         GO TO 5400-WRITE-EXCEPTION-EXIT
104500      END-IF
104600      MOVE WS-CHG-JOB-ID (WS-CHG-IDX)       TO WS-EXC-JOB-ID
104700      PERFORM 5250-SET-CLASS-TEXT
104800         THRU 5250-SET-CLASS-TEXT-EXIT
104900      MOVE WS-CHG-RUNS (WS-CHG-IDX)         TO WS-EXC-RUNS
105000      MOVE WS-CHG-ELAPSED (WS-CHG-IDX)      TO WS-EXC-ELAPSED
105100      MOVE 'NO COST-CENTER MAPPING ON CCTRFILE'
105200         TO WS-EXC-REASON
105300      MOVE WS-EXCEPTION-DETAIL  TO WS-PRINT-LINE
105400      PERFORM 5900-WRITE-REPORT-LINE
105500         THRU 5900-WRITE-REPORT-LINE-EXIT
105600      .
105700 5400-WRITE-EXCEPTION-EXIT.
105800      EXIT.
105900*
106000*****************************************************
106100* 5900-WRITE-REPORT-LINE - WRITE THE LINE STAGED IN *
106200* WS-PRINT-LINE, STARTING A NEW PAGE WITH HEADINGS  *
106300* WHEN THE CURRENT PAGE IS FULL.                    *
106400*****************************************************
106500 5900-WRITE-REPORT-LINE.
106600*
106700      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
106800         PERFORM 5950-START-NEW-PAGE
106900            THRU 5950-START-NEW-PAGE-EXIT
107000      END-IF
107100      MOVE WS-PRINT-LINE      TO PRT-RECORD
107200      WRITE PRT-RECORD
107300      IF NOT WS-CHGB-STATUS-OK
107400         DISPLAY ' *** CHGBFILE WRITE FAILED - STATUS: '
107500            WS-CHGB-STATUS ' ***'
107600         MOVE 12              TO WS-RETURN-CODE
107700      END-IF
107800      ADD 1                   TO WS-LINE-COUNT
107900      .
108000 5900-WRITE-REPORT-LINE-EXIT.
108100      EXIT.
108200*
108300*****************************************************
108400* 5950-START-NEW-PAGE - ADVANCE THE PAGE COUNT AND  *
108500* WRITE THE PAGE AND COLUMN HEADINGS FOR THE        *
108600* CHARGE OR THE EXCEPTION PAGES.                    *
108700*****************************************************
108800 5950-START-NEW-PAGE.
108900*
109000      ADD 1                   TO WS-PAGE-COUNT
109100      MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE
109200      IF WS-EXCEPTION-PAGES
109300         MOVE 'CHARGEBACK EXCEPTIONS - UNMAPPED'  TO WS-HDG-TITLE
109400      ELSE
109500         MOVE 'MONTHLY CHARGEBACK BY COST CENTER' TO WS-HDG-TITLE
109600      END-IF
109700      MOVE WS-PAGE-HEADING    TO PRT-RECORD
109800      WRITE PRT-RECORD
109900      IF WS-EXCEPTION-PAGES
110000         MOVE WS-EXCEPTION-COLUMN-HEADING  TO PRT-RECORD
110100      ELSE
110200         MOVE WS-CHARGE-COLUMN-HEADING     TO PRT-RECORD
110300      END-IF
110400      WRITE PRT-RECORD
110500      MOVE SPACES             TO PRT-RECORD
110600      WRITE PRT-RECORD
110700      MOVE 3                  TO WS-LINE-COUNT
110800      .
110900 5950-START-NEW-PAGE-EXIT.
111000      EXIT.
111100*
111200*****************************************************
111300* 9000-TERMINATE - CLOSE THE REPORT, SET THE RETURN *
111400* CODE FOR UNMAPPED JOB-IDS AND DISPLAY THE RUN     *
111500* SUMMARY.                                          *
111600*****************************************************
111700 9000-TERMINATE.
111800*
111900      IF WS-CHGB-FILE-OPEN
112000         CLOSE CHGB-FILE
112100      END-IF
112200      IF WS-UNMAPPED-JOB-COUNT > 0
112300         AND WS-RETURN-CODE < 4
112400         MOVE 4               TO WS-RETURN-CODE
112500      END-IF
112600*
112700      DISPLAY ' '
112800      DISPLAY ' CCTRFILE RECORDS READ   : ' WS-CCTR-READ-COUNT
112900      DISPLAY ' CCTRFILE RECORDS IGNORED: ' WS-CCTR-REJECT-COUNT
113000      DISPLAY ' LIVE RECORDS READ       : ' WS-LIVE-READ-COUNT
113100      DISPLAY ' ARCHIVE RECORDS READ    : ' WS-ARCH-READ-COUNT
113200      DISPLAY ' RUNS IN PERIOD          : ' WS-PERIOD-RUN-COUNT
113300      DISPLAY ' CHARGE LINES            : ' WS-CHG-ENTRY-COUNT
113400      DISPLAY ' UNMAPPED JOB-IDS        : ' WS-UNMAPPED-JOB-COUNT
113500      DISPLAY ' '
113600      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
113700      .
113800 9000-TERMINATE-EXIT.
113900      EXIT.
