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
001900 PROGRAM-ID.    CBLINCDT.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - THE INCIDENT REGISTER
002900*                        UPDATE.  OPENS ONE INCIDENT ON THE KEYED
003000*                        INCDVSAM MASTER (INCDREC) FOR EVERY JOB
003100*                        WHOSE FINAL RUN OF THE CYCLE ON HISTFILE
003200*                        LANDED AT OR ABOVE THE ERROR BAND (RC
003300*                        08) - RETRY-SUPERSEDED ATTEMPTS (CLASS R)
003400*                        ARE PASSED OVER - STAMPED WITH THE COUNT
003500*                        OF DOWNSTREAM JOBS IT BLOCKED, FOUND BY
003600*                        THE SAME PREREQUISITE WALK CBLIMPCT
003700*                        USES.  THEN APPLIES THE ASSIGN, ANNOTATE
003800*                        AND CLOSE TRANSACTIONS ON INCTFILE
003900*                        (INCTREC), LISTING EVERY FAILED EDIT ON
004000*                        INCTRJCT AND LOGGING EVERY OPEN AND
004100*                        EVERY APPLIED TRANSACTION, WITH ITS
004200*                        OPERATOR AND NOTE, TO THE PERMANENT
004300*                        INCIDENT ACTIVITY LOG INLGFILE (INLGREC).
004400*                        CBLINCRP REPORTS FROM THE MASTER.
004500******************************************************************
004600/
004700 ENVIRONMENT DIVISION.
004800*--------------------
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-ZSERIES.
005100 OBJECT-COMPUTER.   IBM-ZSERIES.
005200*
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500*---------------------------------------------------------------
005600*    JOBFILE - JOB-PROFILE FILE.  ITS PREREQUISITE LISTS ARE
005700*    THE DEPENDENCY GRAPH THE IMPACT COUNT IS WALKED OVER.
005800*    WHEN ABSENT INCIDENTS ARE STILL OPENED, WITH NO COUNT.
005900*---------------------------------------------------------------
006000     SELECT JOB-FILE        ASSIGN TO JOBFILE
006100                             ORGANIZATION IS LINE SEQUENTIAL
006200                             FILE STATUS  IS WS-JOBP-STATUS.
006300*---------------------------------------------------------------
006400*    HISTFILE - PERSISTENT RUN-HISTORY LOG WRITTEN BY CBLHELLO.
006500*    THE LAST FINAL (NON-RETRY-SUPERSEDED) RECORD PER JOB-ID
006600*    DATED WITH THE CYCLE DATE DECIDES WHETHER THE JOB FAILED.
006700*---------------------------------------------------------------
006800     SELECT HIST-FILE       ASSIGN TO HISTFILE
006900                             ORGANIZATION IS LINE SEQUENTIAL
007000                             FILE STATUS  IS WS-HIST-STATUS.
007100*---------------------------------------------------------------
007200*    INCDVSAM - THE KEYED INCIDENT MASTER.  INDEXED ON JOB-ID /
007300*    CYCLE DATE SO A CYCLE'S FAILURE IS OPENED ONLY ONCE AND A
007400*    TRANSACTION FINDS ITS INCIDENT WITHOUT A WHOLE-FILE PASS.
007500*---------------------------------------------------------------
007600     SELECT INCD-FILE       ASSIGN TO INCDVSAM
007700                             ORGANIZATION IS INDEXED
007800                             ACCESS MODE  IS DYNAMIC
007900                             RECORD KEY   IS INCD-KEY
008000                             FILE STATUS  IS WS-INCD-STATUS.
008100*---------------------------------------------------------------
008200*    INCTFILE - ASSIGN / ANNOTATE / CLOSE TRANSACTIONS KEYED BY
008300*    THE OPERATORS.  OPTIONAL - WHEN ABSENT ONLY NEW FAILURES
008400*    ARE OPENED.
008500*---------------------------------------------------------------
008600     SELECT INCT-FILE       ASSIGN TO INCTFILE
008700                             ORGANIZATION IS LINE SEQUENTIAL
008800                             FILE STATUS  IS WS-INCT-STATUS.
008900*---------------------------------------------------------------
009000*    INLGFILE - THE PERMANENT INCIDENT ACTIVITY LOG, APPENDED TO.
009100*---------------------------------------------------------------
009200     SELECT INLG-FILE       ASSIGN TO INLGFILE
009300                             ORGANIZATION IS LINE SEQUENTIAL
009400                             FILE STATUS  IS WS-INLG-STATUS.
009500*---------------------------------------------------------------
009600*    INCTRJCT - REJECTED TRANSACTIONS, ONE LINE PER FAILED EDIT.
009700*---------------------------------------------------------------
009800     SELECT RJCT-FILE       ASSIGN TO INCTRJCT
009900                             ORGANIZATION IS LINE SEQUENTIAL
010000                             FILE STATUS  IS WS-RJCT-STATUS.
010100*
010200 DATA DIVISION.
010300*-------------
010400 FILE SECTION.
010500*
010600 FD  JOB-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY JOBPREC.
011000*
011100 FD  HIST-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400     COPY HISTREC.
011500*
011600 FD  INCD-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY INCDREC.
011900*
012000 FD  INCT-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY INCTREC.
012400*
012500 FD  INLG-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY INLGREC.
012900*
013000 FD  RJCT-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300     COPY PRTREC.
013400*
013500/
013600 WORKING-STORAGE SECTION.
013700*
013800*****************************************************
013900* STRUCTURE FOR INPUT                               *
014000*****************************************************
014100 01 WS-VARIABLES.
014200    05 WS-PROGRAM                PIC X(08) VALUE 'CBLINCDT'.
014300    05 CURRENT-DATE              PIC 9(06).
014400    05 CURRENT-TIME              PIC 9(08).
014500    05 CURRENT-TIME-PARTS        REDEFINES CURRENT-TIME.
014600       10 CURRENT-TIME-HH           PIC 9(02).
014700       10 CURRENT-TIME-MM           PIC 9(02).
014800       10 CURRENT-TIME-SS           PIC 9(02).
014900       10 CURRENT-TIME-CC           PIC 9(02).
015000    05 WS-CYCLE-DATE             PIC 9(06) VALUE 0.
015100    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
015200*
015300*****************************************************
015400* SWITCHES AND STATUS FIELDS                        *
015500*****************************************************
015600 01 WS-JOBP-STATUS               PIC X(02) VALUE '00'.
015700    88 WS-JOBP-STATUS-OK            VALUE '00'.
015800    88 WS-JOBP-STATUS-EOF           VALUE '10'.
015900*
016000 01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
016100    88 WS-HIST-STATUS-OK            VALUE '00'.
016200    88 WS-HIST-STATUS-EOF           VALUE '10'.
016300*
016400 01 WS-INCD-STATUS               PIC X(02) VALUE '00'.
016500    88 WS-INCD-STATUS-OK            VALUE '00'.
016600    88 WS-INCD-DUPLICATE-KEY        VALUE '22'.
016700    88 WS-INCD-NOT-FOUND            VALUE '23'.
016800*
016900 01 WS-INCT-STATUS               PIC X(02) VALUE '00'.
017000    88 WS-INCT-STATUS-OK            VALUE '00'.
017100    88 WS-INCT-STATUS-EOF           VALUE '10'.
017200*
017300 01 WS-INLG-STATUS               PIC X(02) VALUE '00'.
017400    88 WS-INLG-STATUS-OK            VALUE '00'.
017500*
017600 01 WS-RJCT-STATUS               PIC X(02) VALUE '00'.
017700    88 WS-RJCT-STATUS-OK            VALUE '00'.
017800*
017900 01 WS-INCD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
018000    88 WS-INCD-FILE-OPEN            VALUE 'Y'.
018100*
018200 01 WS-INLG-OPEN-SWITCH          PIC X(01) VALUE 'N'.
018300    88 WS-INLG-FILE-OPEN            VALUE 'Y'.
018400*
018500 01 WS-RJCT-OPEN-SWITCH          PIC X(01) VALUE 'N'.
018600    88 WS-RJCT-FILE-OPEN            VALUE 'Y'.
018700*
018800 01 WS-JOBFILE-SWITCH            PIC X(01) VALUE 'N'.
018900    88 WS-JOBFILE-LOADED            VALUE 'Y'.
019000*
019100 01 WS-JOBP-FOUND-SWITCH         PIC X(01) VALUE 'N'.
019200    88 WS-JOBP-ENTRY-FOUND          VALUE 'Y'.
019300*
019400 01 WS-OUTC-FOUND-SWITCH         PIC X(01) VALUE 'N'.
019500    88 WS-OUTC-ENTRY-FOUND          VALUE 'Y'.
019600*
019700 01 WS-MARK-CHANGED-SWITCH       PIC X(01) VALUE 'N'.
019800    88 WS-MARK-CHANGED              VALUE 'Y'.
019900*
020000 01 WS-PREREQ-HIT-SWITCH         PIC X(01) VALUE 'N'.
020100    88 WS-PREREQ-MARKED             VALUE 'Y'.
020200*
020300*****************************************************
020400* COUNTERS AND WORK FIELDS                          *
020500*****************************************************
020600 01 WS-HIST-READ-COUNT           PIC 9(07) VALUE 0.
020700 01 WS-FAILED-COUNT              PIC 9(04) VALUE 0.
020800 01 WS-OPENED-COUNT              PIC 9(04) VALUE 0.
020900 01 WS-ALREADY-OPEN-COUNT        PIC 9(04) VALUE 0.
021000 01 WS-TRAN-READ                 PIC 9(05) VALUE 0.
021100 01 WS-TRAN-APPLIED              PIC 9(05) VALUE 0.
021200 01 WS-TRAN-REJECTED             PIC 9(05) VALUE 0.
021300 01 WS-LOG-WRITE-COUNT           PIC 9(05) VALUE 0.
021400 01 WS-IMPACT-COUNT              PIC 9(04) VALUE 0.
021500 01 WS-ROOT-IDX                  PIC 9(04) VALUE 0.
021600 01 WS-WALK-IDX                  PIC 9(04) VALUE 0.
021700 01 WS-LIST-IDX                  PIC 9(04) VALUE 0.
021800 01 WS-CLEAR-IDX                 PIC 9(04) VALUE 0.
021900 01 WS-PREREQ-IDX                PIC 9(01) VALUE 0.
022000 01 WS-PREREQ-SRCH-IDX           PIC 9(04) VALUE 0.
022100 01 WS-JOBP-IDX                  PIC 9(04) VALUE 0.
022200 01 WS-JOBP-SRCH-IDX             PIC 9(04) VALUE 0.
022300 01 WS-OUTC-IDX                  PIC 9(04) VALUE 0.
022400 01 WS-OUTC-SRCH-IDX             PIC 9(04) VALUE 0.
022500 01 WS-SEARCH-JOB-ID             PIC X(08) VALUE SPACES.
022600 01 WS-REJECT-REASON             PIC X(44) VALUE SPACES.
022700 01 WS-REJECT-VALUE              PIC X(08) VALUE SPACES.
022800 01 WS-OPEN-TEXT                 PIC X(60) VALUE SPACES.
022900 01 WS-EDIT-RC                   PIC 9(02) VALUE 0.
023000 01 WS-EDIT-ATTEMPT              PIC 9(02) VALUE 0.
023100 01 WS-EDIT-IMPACT               PIC ZZZ9.
023110 01 WS-LOG-JOB-ID                PIC X(08) VALUE SPACES.
023120 01 WS-LOG-CYCLE-DATE            PIC 9(06) VALUE 0.
023200*
023300*****************************************************
023400* TIME-TO-RESOLVE - A CLOSE IS AGED BACK TO THE END *
023500* OF THE FAILING RUN, A DAY LATER WHEN THE RUN      *
023600* CROSSED MIDNIGHT.                                 *
023700*****************************************************
023800 01 WS-NOW-DAY-NUMBER            PIC 9(07) VALUE 0.
023900 01 WS-NOW-SECS                  PIC 9(05) VALUE 0.
024000 01 WS-STAMP-DATE                PIC 9(06) VALUE 0.
024100 01 WS-STAMP-TIME                PIC 9(08) VALUE 0.
024200 01 WS-STAMP-TIME-PARTS          REDEFINES WS-STAMP-TIME.
024300    05 WS-STAMP-TIME-HH          PIC 9(02).
024400    05 WS-STAMP-TIME-MM          PIC 9(02).
024500    05 WS-STAMP-TIME-SS          PIC 9(02).
024600    05 WS-STAMP-TIME-CC          PIC 9(02).
024700 01 WS-STAMP-DAY-NUMBER          PIC 9(07) VALUE 0.
024800 01 WS-STAMP-SECS                PIC 9(05) VALUE 0.
024900 01 WS-STAMP-AGE-SECS            PIC 9(09) VALUE 0.
025000*
025100 01 WS-SERIAL-DATE               PIC 9(06) VALUE 0.
025200 01 WS-SERIAL-PARTS              REDEFINES WS-SERIAL-DATE.
025300    05 WS-SERIAL-YY              PIC 9(02).
025400    05 WS-SERIAL-MM              PIC 9(02).
025500    05 WS-SERIAL-DD              PIC 9(02).
025600 01 WS-SERIAL-DAYS               PIC 9(07) VALUE 0.
025700 01 WS-SERIAL-WORK               PIC 9(07) VALUE 0.
025800 01 WS-SERIAL-REM                PIC 9(02) VALUE 0.
025900*
026000 01 WS-CUM-DAY-TABLE.
026100    05 FILLER                    PIC X(36) VALUE
026200          '000031059090120151181212243273304334'.
026300 01 WS-CUM-DAY-ENTRIES           REDEFINES WS-CUM-DAY-TABLE.
026400    05 WS-CUM-DAYS               PIC 9(03) OCCURS 12 TIMES.
026500*
026600*****************************************************
026700* JOB-PROFILE TABLE - THE DEPENDENCY GRAPH, WITH A  *
026800* RAN-THIS-CYCLE FLAG FROM HISTFILE AND THE BLOCKED *
026900* MARK SET BY THE IMPACT WALK, AS IN CBLIMPCT.      *
027000*****************************************************
027100 01 WS-JOBPROFILE-TABLE.
027200    05 WS-JOBP-ENTRY-COUNT       PIC 9(04) VALUE 0.
027300    05 WS-JOBP-ENTRIES OCCURS 0 TO 200 TIMES
027400              DEPENDING ON WS-JOBP-ENTRY-COUNT.
027500       10 WS-JOBP-TBL-JOB-ID        PIC X(08).
027600       10 WS-JOBP-TBL-PREREQ-COUNT  PIC 9(01).
027700       10 WS-JOBP-TBL-PREREQ-LIST   PIC X(08)
027800                 OCCURS 5 TIMES.
027900       10 WS-JOBP-TBL-RAN           PIC X(01).
028000          88 WS-JOBP-TBL-HAS-RUN       VALUE 'Y'.
028100       10 WS-JOBP-TBL-MARK          PIC X(01).
028200          88 WS-JOBP-TBL-IS-MARKED     VALUE 'Y'.
028300*
028400*****************************************************
028500* CYCLE OUTCOME TABLE - THE FINAL RUN OF EVERY JOB  *
028600* ON HISTFILE FOR THE CYCLE DATE, WHETHER OR NOT    *
028700* THE JOB IS ON JOBFILE.                            *
028800*****************************************************
028900 01 WS-OUTCOME-TABLE.
029000    05 WS-OUTC-ENTRY-COUNT       PIC 9(04) VALUE 0.
029100    05 WS-OUTC-ENTRIES OCCURS 0 TO 500 TIMES
029200              DEPENDING ON WS-OUTC-ENTRY-COUNT.
029300       10 WS-OUTC-JOB-ID            PIC X(08).
029400       10 WS-OUTC-PROGRAM           PIC X(08).
029500       10 WS-OUTC-RUN-TIME          PIC 9(08).
029600       10 WS-OUTC-END-TIME          PIC 9(08).
029700       10 WS-OUTC-RC                PIC 9(02).
029800       10 WS-OUTC-ATTEMPT           PIC 9(02).
029900*
030000*****************************************************
030100* REPORT LINE LAYOUTS                               *
030200*****************************************************
030300 01 WS-RJCT-HEADING-1.
030400    05 FILLER                    PIC X(40) VALUE
030500          'INCIDENT MAINTENANCE - REJECTED TRANSACT'.
030600    05 FILLER                    PIC X(15) VALUE
030700          'IONS     DATE  '.
030800    05 WS-HDG-DATE               PIC 9(06).
030900    05 FILLER                    PIC X(71) VALUE SPACES.
031000*
031100 01 WS-RJCT-HEADING-2.
031200    05 FILLER                    PIC X(40) VALUE
031300          'ACTION   JOB-ID   CYCLE  OPERATOR REASON'.
031400    05 FILLER                    PIC X(46) VALUE
031500          '                                         VALUE'.
031600    05 FILLER                    PIC X(46) VALUE SPACES.
031700*
031800 01 WS-RJCT-DETAIL.
031900    05 WS-RJT-ACTION             PIC X(08).
032000    05 FILLER                    PIC X(01) VALUE SPACES.
032100    05 WS-RJT-JOB-ID             PIC X(08).
032200    05 FILLER                    PIC X(01) VALUE SPACES.
032300    05 WS-RJT-CYCLE-DATE         PIC X(06).
032400    05 FILLER                    PIC X(01) VALUE SPACES.
032500    05 WS-RJT-OPERATOR           PIC X(08).
032600    05 FILLER                    PIC X(01) VALUE SPACES.
032700    05 WS-RJT-REASON             PIC X(44).
032800    05 FILLER                    PIC X(03) VALUE SPACES.
032900    05 WS-RJT-VALUE              PIC X(08).
033000    05 FILLER                    PIC X(43) VALUE SPACES.
033100*
033200 01 WS-RJCT-TRAILER.
033300    05 FILLER                    PIC X(20) VALUE
033400          'TRANSACTIONS READ:  '.
033500    05 WS-TRL-READ               PIC ZZZZ9.
033600    05 FILLER                    PIC X(11) VALUE
033700          '  APPLIED: '.
033800    05 WS-TRL-APPLIED            PIC ZZZZ9.
033900    05 FILLER                    PIC X(12) VALUE
034000          '  REJECTED: '.
034100    05 WS-TRL-REJECTED           PIC ZZZZ9.
034200    05 FILLER                    PIC X(74) VALUE SPACES.
034300*
034400 LINKAGE SECTION.
034500  01 PRM-INFO.
034600     05 PRM-LENGTH               PIC S9(04) COMP.
034700     05 PRM-CYCLE-DATE           PIC 9(06).
034800*
034900 PROCEDURE DIVISION USING PRM-INFO.
035000*****************************************************
035100* MAIN PROGRAM ROUTINE                              *
035200*****************************************************
035300 0000-MAIN-PROCESS.
035400*
035500      PERFORM 1000-INITIALIZE
035600         THRU 1000-INITIALIZE-EXIT
035700*
035800      IF WS-RETURN-CODE < 12
035900         PERFORM 2000-OPEN-INCIDENTS
036000            THRU 2000-OPEN-INCIDENTS-EXIT
036100         PERFORM 3000-APPLY-TRANSACTIONS
036200            THRU 3000-APPLY-TRANSACTIONS-EXIT
036300      END-IF
036400*
036500      PERFORM 9000-TERMINATE
036600         THRU 9000-TERMINATE-EXIT
036700*
036800      MOVE WS-RETURN-CODE TO RETURN-CODE
036900      GOBACK
037000      .
037100 0000-MAIN-PROCESS-EXIT.
037200      EXIT.
037300*
037400*****************************************************
037500* 1000-INITIALIZE - PICK UP THE CYCLE DATE PARM     *
037600* (DEFAULTING TO TODAY), LOAD THE DEPENDENCY GRAPH  *
037700* AND OPEN THE MASTER, THE LOG AND THE REJECT       *
037800* LISTING.  THE MASTER IS CREATED ON THE FIRST RUN  *
037900* AND REOPENED I-O SO IT CAN BE READ AND REWRITTEN. *
038000*****************************************************
038100 1000-INITIALIZE.
038200*
038300      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
038400      DISPLAY '-------------------------------'
038500      DISPLAY ' '
038600*
038700      ACCEPT CURRENT-DATE     FROM DATE
038800      ACCEPT CURRENT-TIME     FROM TIME
038900*
039000      IF PRM-LENGTH > 0
039100         AND PRM-CYCLE-DATE IS NUMERIC
039200         AND PRM-CYCLE-DATE > 0
039300         MOVE PRM-CYCLE-DATE     TO WS-CYCLE-DATE
039400      ELSE
039500         MOVE CURRENT-DATE       TO WS-CYCLE-DATE
039600      END-IF
039700      DISPLAY ' INCIDENT CYCLE DATE: ' WS-CYCLE-DATE
039800*
039900      MOVE CURRENT-DATE       TO WS-SERIAL-DATE
040000      PERFORM 6100-DATE-TO-DAY-NUMBER
040100         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
040200      MOVE WS-SERIAL-DAYS     TO WS-NOW-DAY-NUMBER
040300      COMPUTE WS-NOW-SECS =
040400          (CURRENT-TIME-HH * 3600)
040500        + (CURRENT-TIME-MM * 60)
040600        +  CURRENT-TIME-SS
040700*
040800      OPEN INPUT JOB-FILE
040900      IF WS-JOBP-STATUS-OK
041000         PERFORM 1100-LOAD-JOBP-RECORD
041100            THRU 1100-LOAD-JOBP-RECORD-EXIT
041200            UNTIL WS-JOBP-STATUS-EOF
041300         CLOSE JOB-FILE
041400         SET WS-JOBFILE-LOADED   TO TRUE
041500      ELSE
041600         DISPLAY ' *** JOBFILE NOT FOUND - INCIDENTS ARE OPENED '
041700            'WITHOUT AN IMPACT COUNT ***'
041800         MOVE 4                  TO WS-RETURN-CODE
041900      END-IF
042000*
042100      OPEN I-O INCD-FILE
042200      IF NOT WS-INCD-STATUS-OK
042300         OPEN OUTPUT INCD-FILE
042400         IF WS-INCD-STATUS-OK
042500            CLOSE INCD-FILE
042600            OPEN I-O INCD-FILE
042700         END-IF
042800      END-IF
042900      IF NOT WS-INCD-STATUS-OK
043000         DISPLAY ' *** INCDVSAM COULD NOT BE OPENED - STATUS: '
043100            WS-INCD-STATUS ' - RUN ABANDONED ***'
043200         MOVE 12              TO WS-RETURN-CODE
043300         GO TO 1000-INITIALIZE-EXIT
043400      END-IF
043500      SET WS-INCD-FILE-OPEN   TO TRUE
043600*
043700      OPEN EXTEND INLG-FILE
043800      IF NOT WS-INLG-STATUS-OK
043900         OPEN OUTPUT INLG-FILE
044000      END-IF
044100      IF NOT WS-INLG-STATUS-OK
044200         DISPLAY ' *** INLGFILE COULD NOT BE OPENED - STATUS: '
044300            WS-INLG-STATUS ' - RUN ABANDONED ***'
044400         MOVE 12              TO WS-RETURN-CODE
044500         GO TO 1000-INITIALIZE-EXIT
044600      END-IF
044700      SET WS-INLG-FILE-OPEN   TO TRUE
044800*
044900      OPEN OUTPUT RJCT-FILE
045000      IF NOT WS-RJCT-STATUS-OK
045100         DISPLAY ' *** INCTRJCT COULD NOT BE OPENED - STATUS: '
045200            WS-RJCT-STATUS ' - RUN ABANDONED ***'
045300         MOVE 12              TO WS-RETURN-CODE
045400         GO TO 1000-INITIALIZE-EXIT
045500      END-IF
045600      SET WS-RJCT-FILE-OPEN   TO TRUE
045700      MOVE CURRENT-DATE       TO WS-HDG-DATE
045800      MOVE WS-RJCT-HEADING-1  TO PRT-RECORD
045900      WRITE PRT-RECORD
046000      MOVE WS-RJCT-HEADING-2  TO PRT-RECORD
046100      WRITE PRT-RECORD
046200      .
046300 1000-INITIALIZE-EXIT.
046400      EXIT.
046500*
046600*****************************************************
046700* 1100-LOAD-JOBP-RECORD - READ ONE JOBFILE RECORD   *
046800* AND ADD IT TO THE IN-MEMORY GRAPH, RAN AND MARK   *
046900* FLAGS CLEARED.                                    *
047000*****************************************************
047100 1100-LOAD-JOBP-RECORD.
047200*
047300      READ JOB-FILE
047400         AT END
047500            MOVE '10'   TO WS-JOBP-STATUS
047600         NOT AT END
047700            IF WS-JOBP-ENTRY-COUNT >= 200
047800               DISPLAY ' *** JOB-PROFILE TABLE FULL - ENTRY FOR '
047900                  JOBP-JOB-ID ' NOT LOADED ***'
048000            ELSE
048100               ADD 1                    TO WS-JOBP-ENTRY-COUNT
048200               MOVE WS-JOBP-ENTRY-COUNT TO WS-JOBP-IDX
048300               MOVE JOBP-JOB-ID
048400                  TO WS-JOBP-TBL-JOB-ID (WS-JOBP-IDX)
048500               IF JOBP-PREREQ-COUNT > 5
048600                  MOVE 5
048700                     TO WS-JOBP-TBL-PREREQ-COUNT (WS-JOBP-IDX)
048800               ELSE
048900                  MOVE JOBP-PREREQ-COUNT
049000                     TO WS-JOBP-TBL-PREREQ-COUNT (WS-JOBP-IDX)
049100               END-IF
049200               PERFORM 1110-LOAD-JOBP-PREREQ-SLOT
049300                  THRU 1110-LOAD-JOBP-PREREQ-SLOT-EXIT
049400                  VARYING WS-PREREQ-IDX FROM 1 BY 1
049500                  UNTIL WS-PREREQ-IDX > 5
049600               MOVE 'N'
049700                  TO WS-JOBP-TBL-RAN (WS-JOBP-IDX)
049800               MOVE 'N'
049900                  TO WS-JOBP-TBL-MARK (WS-JOBP-IDX)
050000            END-IF
050100      END-READ
050200      .
050300 1100-LOAD-JOBP-RECORD-EXIT.
050400      EXIT.
050500*
050600*****************************************************
050700* 1110-LOAD-JOBP-PREREQ-SLOT - COPY ONE PREREQUISITE*
050800* JOB-ID SLOT FROM THE JOBFILE RECORD JUST READ     *
050900* INTO THE IN-MEMORY GRAPH ROW.                     *
051000*****************************************************
051100 1110-LOAD-JOBP-PREREQ-SLOT.
051200*
051300      MOVE JOBP-PREREQ-LIST (WS-PREREQ-IDX)
051400         TO WS-JOBP-TBL-PREREQ-LIST (WS-JOBP-IDX WS-PREREQ-IDX)
051500      .
051600 1110-LOAD-JOBP-PREREQ-SLOT-EXIT.
051700      EXIT.
051800*
051900*****************************************************
052000* 2000-OPEN-INCIDENTS - COLLECT EVERY JOB'S FINAL   *
052100* RUN OF THE CYCLE FROM HISTFILE, THEN OPEN AN      *
052200* INCIDENT FOR EACH ONE THAT FAILED.                *
052300*****************************************************
052400 2000-OPEN-INCIDENTS.
052500*
052600      OPEN INPUT HIST-FILE
052700      IF NOT WS-HIST-STATUS-OK
052800         DISPLAY ' *** HISTFILE NOT FOUND - NO RUNS ON FILE, NO '
052900            'INCIDENTS TO OPEN ***'
053000         GO TO 2000-OPEN-INCIDENTS-EXIT
053100      END-IF
053200*
053300      PERFORM 2100-SCAN-HIST-RECORD
053400         THRU 2100-SCAN-HIST-RECORD-EXIT
053500         UNTIL WS-HIST-STATUS-EOF
053600      CLOSE HIST-FILE
053700*
053800      PERFORM 2300-OPEN-ONE-INCIDENT
053900         THRU 2300-OPEN-ONE-INCIDENT-EXIT
054000         VARYING WS-OUTC-IDX FROM 1 BY 1
054100         UNTIL WS-OUTC-IDX > WS-OUTC-ENTRY-COUNT
054200      .
054300 2000-OPEN-INCIDENTS-EXIT.
054400      EXIT.
054500*
054600*****************************************************
054700* 2100-SCAN-HIST-RECORD - READ ONE HISTFILE RECORD. *
054800* A NON-RETRY RECORD FOR THE CYCLE DATE REPLACES    *
054900* WHATEVER WAS HELD FOR ITS JOB, SO THE LAST ONE IN *
055000* FILE ORDER WINS, AND FLAGS THE JOB'S GRAPH ROW AS *
055100* HAVING RUN THIS CYCLE.                            *
055200*****************************************************
055300 2100-SCAN-HIST-RECORD.
055400*
055500      READ HIST-FILE
055600         AT END
055700            MOVE '10'   TO WS-HIST-STATUS
055800            GO TO 2100-SCAN-HIST-RECORD-EXIT
055900      END-READ
056000      ADD 1                   TO WS-HIST-READ-COUNT
056100      IF HIST-RUN-DATE NOT = WS-CYCLE-DATE
056200         OR HIST-CLASS-RETRY
056300         GO TO 2100-SCAN-HIST-RECORD-EXIT
056400      END-IF
056500*
056600      MOVE 'N'                TO WS-OUTC-FOUND-SWITCH
056700      PERFORM 2150-SEARCH-OUTC-ENTRY
056800         THRU 2150-SEARCH-OUTC-ENTRY-EXIT
056900         VARYING WS-OUTC-SRCH-IDX FROM 1 BY 1
057000         UNTIL WS-OUTC-SRCH-IDX > WS-OUTC-ENTRY-COUNT
057100            OR WS-OUTC-ENTRY-FOUND
057200      IF NOT WS-OUTC-ENTRY-FOUND
057300         IF WS-OUTC-ENTRY-COUNT >= 500
057400            DISPLAY ' *** CYCLE OUTCOME TABLE FULL - RUN OF '
057500               HIST-JOB-ID ' NOT HELD ***'
057600            GO TO 2100-SCAN-HIST-RECORD-EXIT
057700         END-IF
057800         ADD 1                   TO WS-OUTC-ENTRY-COUNT
057900         MOVE WS-OUTC-ENTRY-COUNT    TO WS-OUTC-IDX
058000      END-IF
058100*
058200      MOVE HIST-JOB-ID        TO WS-OUTC-JOB-ID (WS-OUTC-IDX)
058300      MOVE HIST-PROGRAM-NAME  TO WS-OUTC-PROGRAM (WS-OUTC-IDX)
058400      MOVE HIST-RUN-TIME      TO WS-OUTC-RUN-TIME (WS-OUTC-IDX)
058500      MOVE HIST-END-TIME      TO WS-OUTC-END-TIME (WS-OUTC-IDX)
058600      MOVE HIST-RETURN-CODE   TO WS-OUTC-RC (WS-OUTC-IDX)
058700      IF HIST-ATTEMPT-NUMBER IS NUMERIC
058800         MOVE HIST-ATTEMPT-NUMBER
058900            TO WS-OUTC-ATTEMPT (WS-OUTC-IDX)
059000      ELSE
059100         MOVE 1               TO WS-OUTC-ATTEMPT (WS-OUTC-IDX)
059200      END-IF
059300*
059400      MOVE HIST-JOB-ID        TO WS-SEARCH-JOB-ID
059500      PERFORM 2160-FIND-JOBP-ENTRY
059600         THRU 2160-FIND-JOBP-ENTRY-EXIT
059700      IF WS-JOBP-ENTRY-FOUND
059800         MOVE 'Y'             TO WS-JOBP-TBL-RAN (WS-JOBP-IDX)
059900      END-IF
060000      .
060100 2100-SCAN-HIST-RECORD-EXIT.
060200      EXIT.
060300*
060400*****************************************************
060500* 2150-SEARCH-OUTC-ENTRY - TEST ONE OUTCOME ROW FOR *
060600* A MATCH ON HIST-JOB-ID DURING THE LINEAR SEARCH   *
060700* ABOVE.                                            *
060800*****************************************************
060900 2150-SEARCH-OUTC-ENTRY.
061000*
061100      IF WS-OUTC-JOB-ID (WS-OUTC-SRCH-IDX) = HIST-JOB-ID
061200         SET WS-OUTC-ENTRY-FOUND TO TRUE
061300         MOVE WS-OUTC-SRCH-IDX   TO WS-OUTC-IDX
061400      END-IF
061500      .
061600 2150-SEARCH-OUTC-ENTRY-EXIT.
061700      EXIT.
061800*
061900*****************************************************
062000* 2160-FIND-JOBP-ENTRY - LOCATE WS-SEARCH-JOB-ID IN *
062100* THE GRAPH, LEAVING ITS ROW IN WS-JOBP-IDX.        *
062200*****************************************************
062300 2160-FIND-JOBP-ENTRY.
062400*
062500      MOVE 'N'                TO WS-JOBP-FOUND-SWITCH
062600      PERFORM 2170-SEARCH-JOBP-ENTRY
062700         THRU 2170-SEARCH-JOBP-ENTRY-EXIT
062800         VARYING WS-JOBP-SRCH-IDX FROM 1 BY 1
062900         UNTIL WS-JOBP-SRCH-IDX > WS-JOBP-ENTRY-COUNT
063000            OR WS-JOBP-ENTRY-FOUND
063100      .
063200 2160-FIND-JOBP-ENTRY-EXIT.
063300      EXIT.
063400*
063500*****************************************************
063600* 2170-SEARCH-JOBP-ENTRY - TEST ONE GRAPH ROW FOR A *
063700* MATCH ON WS-SEARCH-JOB-ID.                        *
063800*****************************************************
063900 2170-SEARCH-JOBP-ENTRY.
064000*
064100      IF WS-JOBP-TBL-JOB-ID (WS-JOBP-SRCH-IDX) = WS-SEARCH-JOB-ID
064200         SET WS-JOBP-ENTRY-FOUND TO TRUE
064300         MOVE WS-JOBP-SRCH-IDX   TO WS-JOBP-IDX
064400      END-IF
064500      .
064600 2170-SEARCH-JOBP-ENTRY-EXIT.
064700      EXIT.
064800*
064900*****************************************************
065000* 2300-OPEN-ONE-INCIDENT - ONE CYCLE OUTCOME.  A    *
065100* FINAL RUN AT OR ABOVE RC 08 IS WRITTEN TO THE     *
065200* MASTER AS A NEW OPEN INCIDENT, UNLESS AN EARLIER  *
065300* RUN ALREADY OPENED ONE FOR THE JOB AND CYCLE.     *
065400*****************************************************
065500 2300-OPEN-ONE-INCIDENT.
065600*
065700      IF WS-OUTC-RC (WS-OUTC-IDX) < 8
065800         GO TO 2300-OPEN-ONE-INCIDENT-EXIT
065900      END-IF
066000      ADD 1                   TO WS-FAILED-COUNT
066100*
066200      PERFORM 2400-COUNT-IMPACT
066300         THRU 2400-COUNT-IMPACT-EXIT
066400*
066500      MOVE SPACES             TO INCD-RECORD
066600      MOVE WS-OUTC-JOB-ID (WS-OUTC-IDX)     TO INCD-JOB-ID
066700      MOVE WS-CYCLE-DATE                    TO INCD-CYCLE-DATE
066800      SET INCD-STATE-OPEN                   TO TRUE
066900      MOVE WS-OUTC-PROGRAM (WS-OUTC-IDX)    TO INCD-FAIL-PROGRAM
067000      MOVE WS-OUTC-RUN-TIME (WS-OUTC-IDX)   TO INCD-FAIL-RUN-TIME
067100      MOVE WS-OUTC-END-TIME (WS-OUTC-IDX)   TO INCD-FAIL-END-TIME
067200      MOVE WS-OUTC-RC (WS-OUTC-IDX)         TO INCD-FAIL-RC
067300      MOVE WS-OUTC-ATTEMPT (WS-OUTC-IDX)    TO INCD-FAIL-ATTEMPT
067400      MOVE WS-IMPACT-COUNT                  TO INCD-IMPACT-COUNT
067500      MOVE CURRENT-DATE                     TO INCD-OPEN-DATE
067600      MOVE CURRENT-TIME                     TO INCD-OPEN-TIME
067700      MOVE 0                  TO INCD-ASSIGN-DATE
067800      MOVE 0                  TO INCD-ASSIGN-TIME
067900      MOVE 0                  TO INCD-NOTE-COUNT
068000      MOVE 0                  TO INCD-CLOSE-DATE
068100      MOVE 0                  TO INCD-CLOSE-TIME
068200      MOVE 0                  TO INCD-RESOLVE-MINUTES
068210      MOVE WS-OUTC-JOB-ID (WS-OUTC-IDX)     TO WS-LOG-JOB-ID
068220      MOVE WS-CYCLE-DATE                    TO WS-LOG-CYCLE-DATE
068300*
068400      WRITE INCD-RECORD
068500         INVALID KEY
068600            ADD 1             TO WS-ALREADY-OPEN-COUNT
068700            GO TO 2300-OPEN-ONE-INCIDENT-EXIT
068800      END-WRITE
068900      IF NOT WS-INCD-STATUS-OK
069000         DISPLAY ' *** INCDVSAM WRITE FAILED - STATUS: '
069100            WS-INCD-STATUS ' ***'
069200         MOVE 12              TO WS-RETURN-CODE
069300         GO TO 2300-OPEN-ONE-INCIDENT-EXIT
069400      END-IF
069500      ADD 1                   TO WS-OPENED-COUNT
069600*
069700      MOVE WS-OUTC-RC (WS-OUTC-IDX)       TO WS-EDIT-RC
069800      MOVE WS-OUTC-ATTEMPT (WS-OUTC-IDX)  TO WS-EDIT-ATTEMPT
069900      MOVE WS-IMPACT-COUNT    TO WS-EDIT-IMPACT
070000      MOVE SPACES             TO WS-OPEN-TEXT
070100      STRING 'FINAL RUN ENDED RC ' WS-EDIT-RC
070200             ' ON ATTEMPT ' WS-EDIT-ATTEMPT
070300             ' - ' WS-EDIT-IMPACT ' JOBS BLOCKED'
070400             DELIMITED BY SIZE INTO WS-OPEN-TEXT
070500      DISPLAY ' INCIDENT OPENED ' WS-LOG-JOB-ID ' '
070550         WS-LOG-CYCLE-DATE
070600         ' RC ' WS-EDIT-RC ' BLOCKED ' WS-EDIT-IMPACT
070700*
070800      MOVE SPACES             TO INLG-RECORD
070900      MOVE WS-PROGRAM         TO INLG-OPERATOR-ID
071000      SET INLG-ACTION-OPEN    TO TRUE
071100      MOVE WS-OPEN-TEXT       TO INLG-TEXT
071200      PERFORM 4000-WRITE-LOG
071300         THRU 4000-WRITE-LOG-EXIT
071400      .
071500 2300-OPEN-ONE-INCIDENT-EXIT.
071600      EXIT.
071700*
071800*****************************************************
071900* 2400-COUNT-IMPACT - COUNT THE JOBS THE FAILED JOB *
072000* BLOCKED THIS CYCLE: MARK IT, PROPAGATE THE MARK   *
072100* DOWN THE PREREQUISITE GRAPH UNTIL A PASS MARKS    *
072200* NOTHING NEW, THEN COUNT THE MARKED JOBS OTHER     *
072300* THAN THE ROOT THAT HAVE NOT RUN.  A JOB NOT ON    *
072400* JOBFILE BLOCKS NOTHING.                           *
072500*****************************************************
072600 2400-COUNT-IMPACT.
072700*
072800      MOVE 0                  TO WS-IMPACT-COUNT
072900      MOVE WS-OUTC-JOB-ID (WS-OUTC-IDX)  TO WS-SEARCH-JOB-ID
073000      PERFORM 2160-FIND-JOBP-ENTRY
073100         THRU 2160-FIND-JOBP-ENTRY-EXIT
073200      IF NOT WS-JOBP-ENTRY-FOUND
073300         GO TO 2400-COUNT-IMPACT-EXIT
073400      END-IF
073500      MOVE WS-JOBP-IDX        TO WS-ROOT-IDX
073600*
073700      PERFORM 2410-CLEAR-ONE-MARK
073800         THRU 2410-CLEAR-ONE-MARK-EXIT
073900         VARYING WS-CLEAR-IDX FROM 1 BY 1
074000         UNTIL WS-CLEAR-IDX > WS-JOBP-ENTRY-COUNT
074100      MOVE 'Y'                TO WS-JOBP-TBL-MARK (WS-ROOT-IDX)
074200*
074300      SET WS-MARK-CHANGED     TO TRUE
074400      PERFORM 2420-PROPAGATE-ONE-PASS
074500         THRU 2420-PROPAGATE-ONE-PASS-EXIT
074600         UNTIL NOT WS-MARK-CHANGED
074700*
074800      PERFORM 2460-COUNT-ONE-BLOCKED
074900         THRU 2460-COUNT-ONE-BLOCKED-EXIT
075000         VARYING WS-LIST-IDX FROM 1 BY 1
075100         UNTIL WS-LIST-IDX > WS-JOBP-ENTRY-COUNT
075200      .
075300 2400-COUNT-IMPACT-EXIT.
075400      EXIT.
075500*
075600*****************************************************
075700* 2410-CLEAR-ONE-MARK - CLEAR THE BLOCKED MARK ON   *
075800* ONE GRAPH ROW AHEAD OF A ROOT'S WALK.             *
075900*****************************************************
076000 2410-CLEAR-ONE-MARK.
076100*
076200      MOVE 'N'                TO WS-JOBP-TBL-MARK (WS-CLEAR-IDX)
076300      .
076400 2410-CLEAR-ONE-MARK-EXIT.
076500      EXIT.
076600*
076700*****************************************************
076800* 2420-PROPAGATE-ONE-PASS - ONE PASS OVER THE GRAPH:*
076900* ANY UNMARKED ROW WITH A MARKED PREREQUISITE IS    *
077000* MARKED.  THE CHANGED SWITCH DRIVES ANOTHER PASS.  *
077100*****************************************************
077200 2420-PROPAGATE-ONE-PASS.
077300*
077400      MOVE 'N'                TO WS-MARK-CHANGED-SWITCH
077500      PERFORM 2430-PROPAGATE-ONE-ROW
077600         THRU 2430-PROPAGATE-ONE-ROW-EXIT
077700         VARYING WS-WALK-IDX FROM 1 BY 1
077800         UNTIL WS-WALK-IDX > WS-JOBP-ENTRY-COUNT
077900      .
078000 2420-PROPAGATE-ONE-PASS-EXIT.
078100      EXIT.
078200*
078300*****************************************************
078400* 2430-PROPAGATE-ONE-ROW - TEST ONE UNMARKED ROW'S  *
078500* PREREQUISITE LIST FOR ANY MARKED JOB-ID.          *
078600*****************************************************
078700 2430-PROPAGATE-ONE-ROW.
078800*
078900      IF WS-JOBP-TBL-IS-MARKED (WS-WALK-IDX)
079000         GO TO 2430-PROPAGATE-ONE-ROW-EXIT
079100      END-IF
079200*
079300      MOVE 'N'                TO WS-PREREQ-HIT-SWITCH
079400      PERFORM 2440-TEST-ONE-PREREQ
079500         THRU 2440-TEST-ONE-PREREQ-EXIT
079600         VARYING WS-PREREQ-IDX FROM 1 BY 1
079700         UNTIL WS-PREREQ-IDX > WS-JOBP-TBL-PREREQ-COUNT
079800                                     (WS-WALK-IDX)
079900            OR WS-PREREQ-IDX > 5
080000            OR WS-PREREQ-MARKED
080100*
080200      IF WS-PREREQ-MARKED
080300         MOVE 'Y'             TO WS-JOBP-TBL-MARK (WS-WALK-IDX)
080400         SET WS-MARK-CHANGED  TO TRUE
080500      END-IF
080600      .
080700 2430-PROPAGATE-ONE-ROW-EXIT.
080800      EXIT.
080900*
081000*****************************************************
081100* 2440-TEST-ONE-PREREQ - TEST ONE PREREQUISITE      *
081200* JOB-ID OF THE ROW UNDER WALK AGAINST THE MARKED   *
081300* ROWS.                                             *
081400*****************************************************
081500 2440-TEST-ONE-PREREQ.
081600*
081700      PERFORM 2450-MATCH-MARKED-ROW
081800         THRU 2450-MATCH-MARKED-ROW-EXIT
081900         VARYING WS-PREREQ-SRCH-IDX FROM 1 BY 1
082000         UNTIL WS-PREREQ-SRCH-IDX > WS-JOBP-ENTRY-COUNT
082100            OR WS-PREREQ-MARKED
082200      .
082300 2440-TEST-ONE-PREREQ-EXIT.
082400      EXIT.
082500*
082600*****************************************************
082700* 2450-MATCH-MARKED-ROW - TEST ONE GRAPH ROW FOR A  *
082800* MARKED MATCH ON THE PREREQUISITE UNDER TEST.      *
082900*****************************************************
083000 2450-MATCH-MARKED-ROW.
083100*
083200      IF WS-JOBP-TBL-IS-MARKED (WS-PREREQ-SRCH-IDX)
083300         AND WS-JOBP-TBL-JOB-ID (WS-PREREQ-SRCH-IDX) =
083400               WS-JOBP-TBL-PREREQ-LIST (WS-WALK-IDX
083500                                        WS-PREREQ-IDX)
083600         SET WS-PREREQ-MARKED    TO TRUE
083700      END-IF
083800      .
083900 2450-MATCH-MARKED-ROW-EXIT.
084000      EXIT.
084100*
084200*****************************************************
084300* 2460-COUNT-ONE-BLOCKED - COUNT ONE MARKED ROW     *
084400* UNDER THE CURRENT ROOT.  THE ROOT ITSELF AND ANY  *
084500* ROW THAT HAS ALREADY RUN THIS CYCLE ARE NOT       *
084600* BLOCKED.                                          *
084700*****************************************************
084800 2460-COUNT-ONE-BLOCKED.
084900*
085000      IF WS-JOBP-TBL-IS-MARKED (WS-LIST-IDX)
085100         AND WS-LIST-IDX NOT = WS-ROOT-IDX
085200         AND NOT WS-JOBP-TBL-HAS-RUN (WS-LIST-IDX)
085300         ADD 1                TO WS-IMPACT-COUNT
085400      END-IF
085500      .
085600 2460-COUNT-ONE-BLOCKED-EXIT.
085700      EXIT.
085800*
085900*****************************************************
086000* 3000-APPLY-TRANSACTIONS - EDIT AND APPLY EVERY    *
086100* ASSIGN, ANNOTATE AND CLOSE ON INCTFILE IN FILE    *
086200* ORDER, AFTER THE CYCLE'S NEW INCIDENTS ARE OPEN   *
086300* SO TONIGHT'S FAILURES CAN BE WORKED AT ONCE.      *
086400*****************************************************
086500 3000-APPLY-TRANSACTIONS.
086600*
086700      OPEN INPUT INCT-FILE
086800      IF NOT WS-INCT-STATUS-OK
086900         DISPLAY ' NO INCTFILE - NO INCIDENT TRANSACTIONS TO '
087000            'APPLY'
087100         GO TO 3000-APPLY-TRANSACTIONS-EXIT
087200      END-IF
087300*
087400      PERFORM 3100-PROCESS-TRANSACTION
087500         THRU 3100-PROCESS-TRANSACTION-EXIT
087600         UNTIL WS-INCT-STATUS-EOF
087700      CLOSE INCT-FILE
087800      .
087900 3000-APPLY-TRANSACTIONS-EXIT.
088000      EXIT.
088100*
088200*****************************************************
088300* 3100-PROCESS-TRANSACTION - READ ONE TRANSACTION,  *
088400* EDIT IT, FIND ITS INCIDENT, APPLY IT AND REWRITE  *
088500* THE INCIDENT.  THE FIRST FAILED EDIT REJECTS THE  *
088600* TRANSACTION AND LEAVES THE INCIDENT UNTOUCHED.    *
088700*****************************************************
088800 3100-PROCESS-TRANSACTION.
088900*
089000      READ INCT-FILE
089100         AT END
089200            MOVE '10'   TO WS-INCT-STATUS
089300            GO TO 3100-PROCESS-TRANSACTION-EXIT
089400      END-READ
089500      ADD 1                   TO WS-TRAN-READ
089600*
089700      IF NOT INCT-ACTION-ASSIGN
089800         AND NOT INCT-ACTION-ANNOTATE
089900         AND NOT INCT-ACTION-CLOSE
090000         MOVE 'ACTION IS NOT A, N OR C'  TO WS-REJECT-REASON
090100         MOVE INCT-ACTION        TO WS-REJECT-VALUE
090200         PERFORM 3900-REJECT-TRANSACTION
090300            THRU 3900-REJECT-TRANSACTION-EXIT
090400         GO TO 3100-PROCESS-TRANSACTION-EXIT
090500      END-IF
090600      IF INCT-OPERATOR-ID = SPACES
090700         MOVE 'OPERATOR-ID IS BLANK'     TO WS-REJECT-REASON
090800         PERFORM 3900-REJECT-TRANSACTION
090900            THRU 3900-REJECT-TRANSACTION-EXIT
091000         GO TO 3100-PROCESS-TRANSACTION-EXIT
091100      END-IF
091200      IF INCT-JOB-ID = SPACES
091300         MOVE 'JOB-ID IS BLANK'          TO WS-REJECT-REASON
091400         PERFORM 3900-REJECT-TRANSACTION
091500            THRU 3900-REJECT-TRANSACTION-EXIT
091600         GO TO 3100-PROCESS-TRANSACTION-EXIT
091700      END-IF
091800      IF INCT-CYCLE-DATE NOT NUMERIC
091900         OR INCT-CYCLE-DATE = 0
092000         MOVE 'CYCLE DATE IS NOT A DATE' TO WS-REJECT-REASON
092100         PERFORM 3900-REJECT-TRANSACTION
092200            THRU 3900-REJECT-TRANSACTION-EXIT
092300         GO TO 3100-PROCESS-TRANSACTION-EXIT
092400      END-IF
092500      IF INCT-ACTION-ASSIGN
092600         AND INCT-ASSIGNEE = SPACES
092700         MOVE 'ASSIGN WITH NO ASSIGNEE'  TO WS-REJECT-REASON
092800         PERFORM 3900-REJECT-TRANSACTION
092900            THRU 3900-REJECT-TRANSACTION-EXIT
093000         GO TO 3100-PROCESS-TRANSACTION-EXIT
093100      END-IF
093200      IF INCT-ACTION-ANNOTATE
093300         AND INCT-NOTE-TEXT = SPACES
093400         MOVE 'ANNOTATE WITH NO NOTE TEXT'   TO WS-REJECT-REASON
093500         PERFORM 3900-REJECT-TRANSACTION
093600            THRU 3900-REJECT-TRANSACTION-EXIT
093700         GO TO 3100-PROCESS-TRANSACTION-EXIT
093800      END-IF
093900      IF INCT-ACTION-CLOSE
094000         AND NOT INCT-RESOLUTION-VALID
094100         MOVE 'RESOLUTION CODE IS NOT ON THE CODE LIST'
094200            TO WS-REJECT-REASON
094300         MOVE INCT-RESOLUTION-CODE   TO WS-REJECT-VALUE
094400         PERFORM 3900-REJECT-TRANSACTION
094500            THRU 3900-REJECT-TRANSACTION-EXIT
094600         GO TO 3100-PROCESS-TRANSACTION-EXIT
094700      END-IF
094800*
094900      MOVE INCT-JOB-ID        TO INCD-JOB-ID
094950                                 WS-LOG-JOB-ID
095000      MOVE INCT-CYCLE-DATE    TO INCD-CYCLE-DATE
095050                                 WS-LOG-CYCLE-DATE
095100      READ INCD-FILE
095200         INVALID KEY
095300            MOVE 'NO INCIDENT ON FILE FOR THE JOB AND CYCLE'
095400               TO WS-REJECT-REASON
095500            PERFORM 3900-REJECT-TRANSACTION
095600               THRU 3900-REJECT-TRANSACTION-EXIT
095700            GO TO 3100-PROCESS-TRANSACTION-EXIT
095800      END-READ
095900      IF INCD-STATE-CLOSED
096000         AND NOT INCT-ACTION-ANNOTATE
096100         MOVE 'INCIDENT IS ALREADY CLOSED'   TO WS-REJECT-REASON
096200         MOVE INCD-RESOLUTION-CODE   TO WS-REJECT-VALUE
096300         PERFORM 3900-REJECT-TRANSACTION
096400            THRU 3900-REJECT-TRANSACTION-EXIT
096500         GO TO 3100-PROCESS-TRANSACTION-EXIT
096600      END-IF
096700*
096800      MOVE SPACES             TO INLG-RECORD
096900      MOVE INCT-OPERATOR-ID   TO INLG-OPERATOR-ID
097000      MOVE INCT-ACTION        TO INLG-ACTION
097100      MOVE INCT-NOTE-TEXT     TO INLG-TEXT
097200      EVALUATE TRUE
097300         WHEN INCT-ACTION-ASSIGN
097400            PERFORM 3200-APPLY-ASSIGN
097500               THRU 3200-APPLY-ASSIGN-EXIT
097600         WHEN INCT-ACTION-CLOSE
097700            PERFORM 3400-APPLY-CLOSE
097800               THRU 3400-APPLY-CLOSE-EXIT
097900      END-EVALUATE
098000      IF INCT-NOTE-TEXT NOT = SPACES
098100         ADD 1                TO INCD-NOTE-COUNT
098200         MOVE INCT-NOTE-TEXT  TO INCD-LAST-NOTE
098300      END-IF
098400*
098500      REWRITE INCD-RECORD
098600         INVALID KEY
098700            MOVE 'INCIDENT COULD NOT BE REWRITTEN'
098800               TO WS-REJECT-REASON
098900            MOVE WS-INCD-STATUS  TO WS-REJECT-VALUE
099000            PERFORM 3900-REJECT-TRANSACTION
099100               THRU 3900-REJECT-TRANSACTION-EXIT
099200            GO TO 3100-PROCESS-TRANSACTION-EXIT
099300      END-REWRITE
099400      IF NOT WS-INCD-STATUS-OK
099500         DISPLAY ' *** INCDVSAM REWRITE FAILED - STATUS: '
099600            WS-INCD-STATUS ' ***'
099700         MOVE 12              TO WS-RETURN-CODE
099800         GO TO 3100-PROCESS-TRANSACTION-EXIT
099900      END-IF
100000*
100100      ADD 1                   TO WS-TRAN-APPLIED
100200      PERFORM 4000-WRITE-LOG
100300         THRU 4000-WRITE-LOG-EXIT
100400      .
100500 3100-PROCESS-TRANSACTION-EXIT.
100600      EXIT.
100700*
100800*****************************************************
100900* 3200-APPLY-ASSIGN - HAND THE INCIDENT TO THE      *
101000* NAMED ASSIGNEE.  A REASSIGNMENT SIMPLY REPLACES   *
101100* THE EARLIER ONE; THE LOG KEEPS THE HISTORY.       *
101200*****************************************************
101300 3200-APPLY-ASSIGN.
101400*
101500      SET INCD-STATE-ASSIGNED TO TRUE
101600      MOVE INCT-ASSIGNEE      TO INCD-ASSIGNEE
101700      MOVE CURRENT-DATE       TO INCD-ASSIGN-DATE
101800      MOVE CURRENT-TIME       TO INCD-ASSIGN-TIME
101900      MOVE INCT-ASSIGNEE      TO INLG-ASSIGNEE
102000      .
102100 3200-APPLY-ASSIGN-EXIT.
102200      EXIT.
102300*
102400*****************************************************
102500* 3400-APPLY-CLOSE - CLOSE THE INCIDENT WITH ITS    *
102600* RESOLUTION CODE AND WORK OUT THE MINUTES FROM THE *
102700* END OF THE FAILING RUN TO NOW.                    *
102800*****************************************************
102900 3400-APPLY-CLOSE.
103000*
103100      SET INCD-STATE-CLOSED   TO TRUE
103200      MOVE INCT-RESOLUTION-CODE   TO INCD-RESOLUTION-CODE
103300      MOVE INCT-OPERATOR-ID   TO INCD-CLOSED-BY
103400      MOVE CURRENT-DATE       TO INCD-CLOSE-DATE
103500      MOVE CURRENT-TIME       TO INCD-CLOSE-TIME
103600      MOVE INCD-ASSIGNEE      TO INLG-ASSIGNEE
103700      MOVE INCT-RESOLUTION-CODE   TO INLG-RESOLUTION-CODE
103800*
103900      MOVE INCD-CYCLE-DATE    TO WS-STAMP-DATE
104000      MOVE INCD-FAIL-END-TIME TO WS-STAMP-TIME
104100      PERFORM 6000-AGE-STAMP
104200         THRU 6000-AGE-STAMP-EXIT
104300*     A FAILING RUN THAT CROSSED MIDNIGHT ENDED A DAY LATER.
104400      IF INCD-FAIL-END-TIME < INCD-FAIL-RUN-TIME
104500         IF WS-STAMP-AGE-SECS > 86400
104600            SUBTRACT 86400    FROM WS-STAMP-AGE-SECS
104700         ELSE
104800            MOVE 0            TO WS-STAMP-AGE-SECS
104900         END-IF
105000      END-IF
105100      DIVIDE WS-STAMP-AGE-SECS BY 60
105200         GIVING INCD-RESOLVE-MINUTES
105300      .
105400 3400-APPLY-CLOSE-EXIT.
105500      EXIT.
105600*
105700*****************************************************
105800* 3900-REJECT-TRANSACTION - LIST THE TRANSACTION    *
105900* JUST READ ON INCTRJCT WITH THE REASON STAGED IN   *
106000* WS-REJECT-REASON.                                 *
106100*****************************************************
106200 3900-REJECT-TRANSACTION.
106300*
106400      ADD 1                   TO WS-TRAN-REJECTED
106500      EVALUATE TRUE
106600         WHEN INCT-ACTION-ASSIGN
106700            MOVE 'ASSIGN'     TO WS-RJT-ACTION
106800         WHEN INCT-ACTION-ANNOTATE
106900            MOVE 'ANNOTATE'   TO WS-RJT-ACTION
107000         WHEN INCT-ACTION-CLOSE
107100            MOVE 'CLOSE'      TO WS-RJT-ACTION
107200         WHEN OTHER
107300            MOVE INCT-ACTION  TO WS-RJT-ACTION
107400      END-EVALUATE
107500      MOVE INCT-JOB-ID        TO WS-RJT-JOB-ID
107600      MOVE INCT-CYCLE-DATE    TO WS-RJT-CYCLE-DATE
107700      MOVE INCT-OPERATOR-ID   TO WS-RJT-OPERATOR
107800      MOVE WS-REJECT-REASON   TO WS-RJT-REASON
107900      MOVE WS-REJECT-VALUE    TO WS-RJT-VALUE
108000      DISPLAY ' TRANSACTION REJECTED ' WS-RJT-ACTION ' '
108100         WS-RJT-JOB-ID ' - ' WS-REJECT-REASON
108200*
108300      MOVE WS-RJCT-DETAIL     TO PRT-RECORD
108400      WRITE PRT-RECORD
108500      IF NOT WS-RJCT-STATUS-OK
108600         DISPLAY ' *** INCTRJCT WRITE FAILED - STATUS: '
108700            WS-RJCT-STATUS ' ***'
108800      END-IF
108900      MOVE SPACES             TO WS-REJECT-VALUE
109000      .
109100 3900-REJECT-TRANSACTION-EXIT.
109200      EXIT.
109300*
109400*****************************************************
109500* 4000-WRITE-LOG - STAMP THE ACTIVITY LOG RECORD    *
109600* STAGED IN INLG-RECORD WITH THE INCIDENT KEY THE   *
109650* CALLER PUT IN WS-LOG-JOB-ID / WS-LOG-CYCLE-DATE   *
109700* AND THE TIME OF THE RUN, AND APPEND IT.           *
109800*****************************************************
109900 4000-WRITE-LOG.
110000*
110100      MOVE CURRENT-DATE       TO INLG-DATE
110200      MOVE CURRENT-TIME       TO INLG-TIME
110300      MOVE WS-LOG-JOB-ID      TO INLG-JOB-ID
110400      MOVE WS-LOG-CYCLE-DATE  TO INLG-CYCLE-DATE
110500      WRITE INLG-RECORD
110600      IF NOT WS-INLG-STATUS-OK
110700         DISPLAY ' *** INLGFILE WRITE FAILED - STATUS: '
110800            WS-INLG-STATUS ' ***'
110900         MOVE 12              TO WS-RETURN-CODE
111000      ELSE
111100         ADD 1                TO WS-LOG-WRITE-COUNT
111200      END-IF
111300      .
111400 4000-WRITE-LOG-EXIT.
111500      EXIT.
111600*
111700*****************************************************
111800* 6000-AGE-STAMP - WORK OUT HOW MANY SECONDS HAVE   *
111900* PASSED SINCE WS-STAMP-DATE / WS-STAMP-TIME.  A    *
112000* STAMP IN THE FUTURE AGES TO ZERO.                 *
112100*****************************************************
112200 6000-AGE-STAMP.
112300*
112400      MOVE WS-STAMP-DATE      TO WS-SERIAL-DATE
112500      PERFORM 6100-DATE-TO-DAY-NUMBER
112600         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
112700      MOVE WS-SERIAL-DAYS     TO WS-STAMP-DAY-NUMBER
112800      COMPUTE WS-STAMP-SECS =
112900          (WS-STAMP-TIME-HH * 3600)
113000        + (WS-STAMP-TIME-MM * 60)
113100        +  WS-STAMP-TIME-SS
113200*
113300      IF WS-STAMP-DAY-NUMBER > WS-NOW-DAY-NUMBER
113400         OR (WS-STAMP-DAY-NUMBER = WS-NOW-DAY-NUMBER
113500            AND WS-STAMP-SECS > WS-NOW-SECS)
113600         MOVE 0               TO WS-STAMP-AGE-SECS
113700      ELSE
113800         COMPUTE WS-STAMP-AGE-SECS =
113900             ((WS-NOW-DAY-NUMBER - WS-STAMP-DAY-NUMBER)
114000                * 86400)
114100           + WS-NOW-SECS - WS-STAMP-SECS
114200      END-IF
114300      .
114400 6000-AGE-STAMP-EXIT.
114500      EXIT.
114600*
114700*****************************************************
114800* 6100-DATE-TO-DAY-NUMBER - REDUCE WS-SERIAL-DATE   *
114900* (YYMMDD, TAKEN AS 20YY) TO A DAY NUMBER: WHOLE    *
115000* YEARS AT 365 DAYS PLUS ACCRUED LEAP DAYS, PLUS THE*
115100* DAYS OF THE COMPLETED MONTHS, PLUS THE DAY OF THE *
115200* MONTH, WITH THIS YEAR'S LEAP DAY COUNTED ONCE     *
115300* MARCH IS REACHED.  A DATE THAT IS NOT A DATE      *
115400* REDUCES TO ZERO.                                  *
115500*****************************************************
115600 6100-DATE-TO-DAY-NUMBER.
115700*
115800      IF WS-SERIAL-MM < 1
115900         OR WS-SERIAL-MM > 12
116000         MOVE 0               TO WS-SERIAL-DAYS
116100         GO TO 6100-DATE-TO-DAY-NUMBER-EXIT
116200      END-IF
116300      COMPUTE WS-SERIAL-DAYS =
116400          (WS-SERIAL-YY * 365)
116500        + WS-CUM-DAYS (WS-SERIAL-MM)
116600        + WS-SERIAL-DD
116700      COMPUTE WS-SERIAL-WORK = WS-SERIAL-YY + 3
116800      DIVIDE WS-SERIAL-WORK BY 4
116900         GIVING WS-SERIAL-WORK
117000      ADD WS-SERIAL-WORK      TO WS-SERIAL-DAYS
117100      DIVIDE WS-SERIAL-YY BY 4
117200         GIVING WS-SERIAL-WORK
117300         REMAINDER WS-SERIAL-REM
117400      IF WS-SERIAL-REM = 0
117500         AND WS-SERIAL-MM > 2
117600         ADD 1                TO WS-SERIAL-DAYS
117700      END-IF
117800      .
117900 6100-DATE-TO-DAY-NUMBER-EXIT.
118000      EXIT.
118100*
118200*****************************************************
118300* 9000-TERMINATE - CLOSE THE FILES, WRITE THE       *
118400* REJECT TRAILER, SET THE RETURN CODE AND DISPLAY   *
118500* THE RUN SUMMARY.  A NEWLY OPENED INCIDENT OR A    *
118600* REJECTED TRANSACTION ENDS RC 4.                   *
118700*****************************************************
118800 9000-TERMINATE.
118900*
119000      IF WS-INCD-FILE-OPEN
119100         CLOSE INCD-FILE
119200      END-IF
119300      IF WS-INLG-FILE-OPEN
119400         CLOSE INLG-FILE
119500      END-IF
119600      IF WS-RJCT-FILE-OPEN
119700         MOVE WS-TRAN-READ       TO WS-TRL-READ
119800         MOVE WS-TRAN-APPLIED    TO WS-TRL-APPLIED
119900         MOVE WS-TRAN-REJECTED   TO WS-TRL-REJECTED
120000         MOVE SPACES             TO PRT-RECORD
120100         WRITE PRT-RECORD
120200         MOVE WS-RJCT-TRAILER    TO PRT-RECORD
120300         WRITE PRT-RECORD
120400         CLOSE RJCT-FILE
120500      END-IF
120600*
120700      IF (WS-OPENED-COUNT > 0
120800         OR WS-TRAN-REJECTED > 0)
120900         AND WS-RETURN-CODE < 4
121000         MOVE 4               TO WS-RETURN-CODE
121100      END-IF
121200*
121300      DISPLAY ' '
121400      DISPLAY ' HISTFILE RECORDS READ   : ' WS-HIST-READ-COUNT
121500      DISPLAY ' JOBS RUN IN THE CYCLE   : ' WS-OUTC-ENTRY-COUNT
121600      DISPLAY ' FINAL RUNS AT RC 08+    : ' WS-FAILED-COUNT
121700      DISPLAY ' INCIDENTS OPENED        : ' WS-OPENED-COUNT
121800      DISPLAY ' ALREADY ON THE MASTER   : ' WS-ALREADY-OPEN-COUNT
121900      DISPLAY ' TRANSACTIONS READ       : ' WS-TRAN-READ
122000      DISPLAY ' TRANSACTIONS APPLIED    : ' WS-TRAN-APPLIED
122100      DISPLAY ' TRANSACTIONS REJECTED   : ' WS-TRAN-REJECTED
122200      DISPLAY ' ACTIVITY LOG RECORDS    : ' WS-LOG-WRITE-COUNT
122300      DISPLAY ' '
122400      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
122500      .
122600 9000-TERMINATE-EXIT.
122700      EXIT.
