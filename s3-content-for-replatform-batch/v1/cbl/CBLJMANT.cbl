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
001900 PROGRAM-ID.    CBLJMANT.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - JOB-MASTER MAINTENANCE.
002900*                        APPLIES THE ADD / CHANGE / DELETE
003000*                        TRANSACTIONS ON JMNTFILE (JMNTREC) TO THE
003100*                        JOB-PROFILE FILE (JOBFILE, JOBPREC) AND
003200*                        THE STEP-DEFINITION FILE (STEPFILE,
003300*                        STEPREC), EDITING EVERY FIELD FIRST -
003400*                        HHMM WINDOW BOUNDS AND SLA DEADLINE,
003500*                        PRIORITY 01-99, PREREQUISITES THAT ARE
003600*                        ON FILE, CALENDAR CLASS H/M/B/E, RETRY
003700*                        LIMITS AND A STEP COUNT THAT MATCHES THE
003800*                        NAMED STEPS.  WRITES THE NEW MASTERS TO
003900*                        NEWJFILE / NEWSFILE, EVERY FAILED EDIT TO
004000*                        THE JMNTRJCT LISTING AND EVERY APPLIED
004100*                        TRANSACTION, WITH ITS OPERATOR AND BEFORE
004200*                        AND AFTER IMAGES, TO THE PERMANENT CHANGE
004300*                        LOG JCHGFILE (JCHGREC), SO THE MASTERS
004400*                        ARE NO LONGER HAND-EDITED.
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
005600*    JOBFILE - CURRENT JOB-PROFILE MASTER.  WHEN ABSENT THE NEW
005700*    MASTER IS BUILT FROM THE ADD TRANSACTIONS ALONE.
005800*---------------------------------------------------------------
005900     SELECT JOB-FILE        ASSIGN TO JOBFILE
006000                             ORGANIZATION IS LINE SEQUENTIAL
006100                             FILE STATUS  IS WS-JOBP-STATUS.
006200*---------------------------------------------------------------
006300*    STEPFILE - CURRENT STEP-DEFINITION MASTER.  WHEN ABSENT THE
006400*    NEW MASTER IS BUILT FROM THE ADD TRANSACTIONS ALONE.
006500*---------------------------------------------------------------
006600     SELECT STEP-FILE       ASSIGN TO STEPFILE
006700                             ORGANIZATION IS LINE SEQUENTIAL
006800                             FILE STATUS  IS WS-STEP-STATUS.
006900*---------------------------------------------------------------
007000*    JMNTFILE - MAINTENANCE TRANSACTIONS, APPLIED IN FILE ORDER.
007100*    WHEN ABSENT THERE IS NOTHING TO APPLY AND NO NEW MASTERS ARE
007200*    WRITTEN.
007300*---------------------------------------------------------------
007400     SELECT JMNT-FILE       ASSIGN TO JMNTFILE
007500                             ORGANIZATION IS LINE SEQUENTIAL
007600                             FILE STATUS  IS WS-JMNT-STATUS.
007700*---------------------------------------------------------------
007800*    NEWJFILE / NEWSFILE - THE NEW JOB-PROFILE AND STEP-
007900*    DEFINITION MASTERS, IN JOB-ID ORDER.
008000*---------------------------------------------------------------
008100     SELECT NEWJ-FILE       ASSIGN TO NEWJFILE
008200                             ORGANIZATION IS LINE SEQUENTIAL
008300                             FILE STATUS  IS WS-NEWJ-STATUS.
008400     SELECT NEWS-FILE       ASSIGN TO NEWSFILE
008500                             ORGANIZATION IS LINE SEQUENTIAL
008600                             FILE STATUS  IS WS-NEWS-STATUS.
008700*---------------------------------------------------------------
008800*    JCHGFILE - PERMANENT CHANGE LOG, APPENDED TO EVERY RUN.
008900*---------------------------------------------------------------
009000     SELECT JCHG-FILE       ASSIGN TO JCHGFILE
009100                             ORGANIZATION IS LINE SEQUENTIAL
009200                             FILE STATUS  IS WS-JCHG-STATUS.
009300*---------------------------------------------------------------
009400*    JMNTRJCT - REJECTED TRANSACTIONS, ONE LINE PER FAILED EDIT.
009500*---------------------------------------------------------------
009600     SELECT RJCT-FILE       ASSIGN TO JMNTRJCT
009700                             ORGANIZATION IS LINE SEQUENTIAL
009800                             FILE STATUS  IS WS-RJCT-STATUS.
009900*
010000 DATA DIVISION.
010100*-------------
010200 FILE SECTION.
010300*
010400 FD  JOB-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700     COPY JOBPREC.
010800*
010900 FD  STEP-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY STEPREC.
011300*
011400 FD  JMNT-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700     COPY JMNTREC.
011800*
011900 FD  NEWJ-FILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  NEWJ-RECORD                 PIC X(70).
012300*
012400 FD  NEWS-FILE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700 01  NEWS-RECORD                 PIC X(172).
012800*
012900 FD  JCHG-FILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200     COPY JCHGREC.
013300*
013400 FD  RJCT-FILE
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700     COPY PRTREC.
013800*
013900/
014000 WORKING-STORAGE SECTION.
014100*
014200*****************************************************
014300* STRUCTURE FOR INPUT                               *
014400*****************************************************
014500 01 WS-VARIABLES.
014600    05 WS-PROGRAM                PIC X(08) VALUE 'CBLJMANT'.
014700    05 CURRENT-DATE              PIC 9(06).
014800    05 CURRENT-TIME              PIC 9(08).
014900    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
015000*
015100*****************************************************
015200* SWITCHES AND STATUS FIELDS                        *
015300*****************************************************
015400 01 WS-JOBP-STATUS               PIC X(02) VALUE '00'.
015500    88 WS-JOBP-STATUS-OK            VALUE '00'.
015600    88 WS-JOBP-STATUS-EOF           VALUE '10'.
015700*
015800 01 WS-STEP-STATUS               PIC X(02) VALUE '00'.
015900    88 WS-STEP-STATUS-OK            VALUE '00'.
016000    88 WS-STEP-STATUS-EOF           VALUE '10'.
016100*
016200 01 WS-JMNT-STATUS               PIC X(02) VALUE '00'.
016300    88 WS-JMNT-STATUS-OK            VALUE '00'.
016400    88 WS-JMNT-STATUS-EOF           VALUE '10'.
016500*
016600 01 WS-NEWJ-STATUS               PIC X(02) VALUE '00'.
016700    88 WS-NEWJ-STATUS-OK            VALUE '00'.
016800*
016900 01 WS-NEWS-STATUS               PIC X(02) VALUE '00'.
017000    88 WS-NEWS-STATUS-OK            VALUE '00'.
017100*
017200 01 WS-JCHG-STATUS               PIC X(02) VALUE '00'.
017300    88 WS-JCHG-STATUS-OK            VALUE '00'.
017400*
017500 01 WS-RJCT-STATUS               PIC X(02) VALUE '00'.
017600    88 WS-RJCT-STATUS-OK            VALUE '00'.
017700*
017800 01 WS-BUILD-SWITCH              PIC X(01) VALUE 'Y'.
017900    88 WS-BUILD-CAN-PROCEED         VALUE 'Y'.
018000    88 WS-BUILD-ABANDONED           VALUE 'N'.
018100*
018200 01 WS-OUTPUT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
018300    88 WS-OUTPUTS-OPENED            VALUE 'Y'.
018400*
018500 01 WS-FOUND-SWITCH              PIC X(01) VALUE 'N'.
018600    88 WS-ID-FOUND                  VALUE 'Y'.
018700*
018800 01 WS-TIME-SWITCH               PIC X(01) VALUE 'N'.
018900    88 WS-TIME-IS-VALID             VALUE 'Y'.
019000*
019100*****************************************************
019200* COUNTERS AND WORK FIELDS                          *
019300*****************************************************
019400 01 WS-TRANS-READ                PIC 9(04) VALUE 0.
019500 01 WS-TRANS-APPLIED             PIC 9(04) VALUE 0.
019600 01 WS-TRANS-REJECTED            PIC 9(04) VALUE 0.
019700 01 WS-ADD-COUNT                 PIC 9(04) VALUE 0.
019800 01 WS-CHANGE-COUNT              PIC 9(04) VALUE 0.
019900 01 WS-DELETE-COUNT              PIC 9(04) VALUE 0.
020000 01 WS-TRAN-REASONS              PIC 9(02) VALUE 0.
020100 01 WS-JOBT-IDX                  PIC 9(04) VALUE 0.
020200 01 WS-JOBT-SCAN-IDX             PIC 9(04) VALUE 0.
020300 01 WS-STPT-IDX                  PIC 9(04) VALUE 0.
020400 01 WS-SRCH-IDX                  PIC 9(04) VALUE 0.
020500 01 WS-INSERT-IDX                PIC 9(04) VALUE 0.
020600 01 WS-SHIFT-IDX                 PIC 9(04) VALUE 0.
020700 01 WS-SHIFT-FROM-IDX            PIC 9(04) VALUE 0.
020800 01 WS-PREREQ-IDX                PIC 9(01) VALUE 0.
020900 01 WS-STEP-IDX                  PIC 9(02) VALUE 0.
021000 01 WS-FILLED-STEPS              PIC 9(02) VALUE 0.
021100 01 WS-LAST-FILLED-STEP          PIC 9(02) VALUE 0.
021200 01 WS-SEARCH-JOB-ID             PIC X(08) VALUE SPACES.
021300 01 WS-PREREQ-JOB-ID             PIC X(08) VALUE SPACES.
021400 01 WS-REJECT-REASON             PIC X(44) VALUE SPACES.
021500 01 WS-REJECT-VALUE              PIC X(08) VALUE SPACES.
021600 01 WS-BEFORE-IMAGE              PIC X(172) VALUE SPACES.
021700 01 WS-AFTER-IMAGE               PIC X(172) VALUE SPACES.
021800*
021900*     THE MOST TOTAL ATTEMPTS A RETRY POLICY MAY ASK FOR - THE
022000*     RETRY QUEUE IS SIZED FOR A NIGHT OF SHORT POLICIES, NOT
022100*     OPEN-ENDED ONES.
022200 01 WS-RETRY-MAX-LIMIT           PIC 9(01) VALUE 5.
022300*
022400 01 WS-EDIT-TIME                 PIC X(04) VALUE SPACES.
022500 01 WS-EDIT-TIME-PARTS           REDEFINES WS-EDIT-TIME.
022600    05 WS-EDIT-HH                PIC 9(02).
022700    05 WS-EDIT-MM                PIC 9(02).
022800*
022900*****************************************************
023000* JOB-PROFILE TABLE - THE JOBFILE MASTER AS IT IS   *
023100* MAINTAINED, IN JOB-ID ORDER, EACH ROW THE FULL    *
023200* JOBPREC IMAGE.                                    *
023300*****************************************************
023400 01 WS-JOBP-TABLE.
023500    05 WS-JOBT-ENTRY-COUNT       PIC 9(04) VALUE 0.
023600    05 WS-JOBT-ENTRIES OCCURS 0 TO 200 TIMES
023700              DEPENDING ON WS-JOBT-ENTRY-COUNT.
023800       10 WS-JOBT-IMAGE             PIC X(70).
023900       10 WS-JOBT-FIELDS            REDEFINES WS-JOBT-IMAGE.
024000          15 WS-JOBT-JOB-ID         PIC X(08).
024100          15 FILLER                 PIC X(10).
024200          15 WS-JOBT-PREREQ-COUNT   PIC 9(01).
024300          15 WS-JOBT-PREREQ-LIST    PIC X(08) OCCURS 5 TIMES.
024400          15 FILLER                 PIC X(11).
024500*
024600*****************************************************
024700* STEP-DEFINITION TABLE - THE STEPFILE MASTER AS IT *
024800* IS MAINTAINED, IN JOB-ID ORDER, EACH ROW THE FULL *
024900* STEPREC IMAGE.                                    *
025000*****************************************************
025100 01 WS-STEP-TABLE.
025200    05 WS-STPT-ENTRY-COUNT       PIC 9(04) VALUE 0.
025300    05 WS-STPT-ENTRIES OCCURS 0 TO 200 TIMES
025400              DEPENDING ON WS-STPT-ENTRY-COUNT.
025500       10 WS-STPT-IMAGE             PIC X(172).
025600       10 WS-STPT-FIELDS            REDEFINES WS-STPT-IMAGE.
025700          15 WS-STPT-JOB-ID         PIC X(08).
025800          15 FILLER                 PIC X(164).
025900*
026000*****************************************************
026100* REPORT LINE LAYOUTS                               *
026200*****************************************************
026300 01 WS-RJCT-HEADING-1.
026400    05 FILLER                    PIC X(40) VALUE
026500          'JOB MASTER MAINTENANCE - REJECTED TRANSA'.
026600    05 FILLER                    PIC X(16) VALUE
026700          'CTIONS     DATE '.
026800    05 WS-HDG-DATE               PIC 9(06).
026900    05 FILLER                    PIC X(70) VALUE SPACES.
027000*
027100 01 WS-RJCT-HEADING-2.
027200    05 FILLER                    PIC X(40) VALUE
027300          'FILE ACTION JOB-ID   OPERATOR REASON    '.
027400    05 FILLER                    PIC X(41) VALUE
027500          '                                    VALUE'.
027600    05 FILLER                    PIC X(51) VALUE SPACES.
027700*
027800 01 WS-RJCT-DETAIL.
027900    05 WS-RJT-FILE               PIC X(04).
028000    05 FILLER                    PIC X(01) VALUE SPACES.
028100    05 WS-RJT-ACTION             PIC X(06).
028200    05 FILLER                    PIC X(01) VALUE SPACES.
028300    05 WS-RJT-JOB-ID             PIC X(08).
028400    05 FILLER                    PIC X(01) VALUE SPACES.
028500    05 WS-RJT-OPERATOR           PIC X(08).
028600    05 FILLER                    PIC X(01) VALUE SPACES.
028700    05 WS-RJT-REASON             PIC X(44).
028800    05 FILLER                    PIC X(02) VALUE SPACES.
028900    05 WS-RJT-VALUE              PIC X(08).
029000    05 FILLER                    PIC X(48) VALUE SPACES.
029100*
029200 01 WS-RJCT-TRAILER.
029300    05 FILLER                    PIC X(20) VALUE
029400          'TRANSACTIONS READ: '.
029500    05 WS-TRL-READ               PIC ZZZ9.
029600    05 FILLER                    PIC X(11) VALUE
029700          '  APPLIED: '.
029800    05 WS-TRL-APPLIED            PIC ZZZ9.
029900    05 FILLER                    PIC X(12) VALUE
030000          '  REJECTED: '.
030100    05 WS-TRL-REJECTED           PIC ZZZ9.
030200    05 FILLER                    PIC X(77) VALUE SPACES.
030300*
030400 PROCEDURE DIVISION.
030500*****************************************************
030600* MAIN PROGRAM ROUTINE                              *
030700*****************************************************
030800 0000-MAIN-PROCESS.
030900*
031000      PERFORM 1000-INITIALIZE
031100         THRU 1000-INITIALIZE-EXIT
031200*
031300      IF WS-BUILD-CAN-PROCEED
031400         PERFORM 2000-APPLY-TRANSACTIONS
031500            THRU 2000-APPLY-TRANSACTIONS-EXIT
031600*
031700         PERFORM 8000-WRITE-NEW-MASTERS
031800            THRU 8000-WRITE-NEW-MASTERS-EXIT
031900      END-IF
032000*
032100      PERFORM 9000-TERMINATE
032200         THRU 9000-TERMINATE-EXIT
032300*
032400      MOVE WS-RETURN-CODE TO RETURN-CODE
032500      GOBACK
032600      .
032700 0000-MAIN-PROCESS-EXIT.
032800      EXIT.
032900*
033000*****************************************************
033100* 1000-INITIALIZE - LOAD BOTH CURRENT MASTERS, THEN *
033200* OPEN THE TRANSACTIONS, THE NEW MASTERS, THE       *
033300* CHANGE LOG AND THE REJECT LISTING.                *
033400*****************************************************
033500 1000-INITIALIZE.
033600*
033700      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
033800      DISPLAY '-------------------------------'
033900      DISPLAY ' '
034000*
034100      ACCEPT CURRENT-DATE     FROM DATE
034200      ACCEPT CURRENT-TIME     FROM TIME
034300*
034400      OPEN INPUT JOB-FILE
034500      IF WS-JOBP-STATUS-OK
034600         PERFORM 1100-LOAD-JOBP-RECORD
034700            THRU 1100-LOAD-JOBP-RECORD-EXIT
034800            UNTIL WS-JOBP-STATUS-EOF
034900         CLOSE JOB-FILE
035000      ELSE
035100         DISPLAY ' *** JOBFILE NOT FOUND - NEW JOB-PROFILE '
035200            'MASTER BUILT FROM ADDS ONLY ***'
035300      END-IF
035400*
035500      OPEN INPUT STEP-FILE
035600      IF WS-STEP-STATUS-OK
035700         PERFORM 1200-LOAD-STEP-RECORD
035800            THRU 1200-LOAD-STEP-RECORD-EXIT
035900            UNTIL WS-STEP-STATUS-EOF
036000         CLOSE STEP-FILE
036100      ELSE
036200         DISPLAY ' *** STEPFILE NOT FOUND - NEW STEP-DEFINITION '
036300            'MASTER BUILT FROM ADDS ONLY ***'
036400      END-IF
036500*
036600      OPEN INPUT JMNT-FILE
036700      IF NOT WS-JMNT-STATUS-OK
036800         DISPLAY ' *** JMNTFILE NOT FOUND - NO TRANSACTIONS '
036900            'APPLIED AND NO NEW MASTERS WRITTEN ***'
037000         MOVE 8               TO WS-RETURN-CODE
037100         SET WS-BUILD-ABANDONED  TO TRUE
037200         GO TO 1000-INITIALIZE-EXIT
037300      END-IF
037400*
037500      SET WS-OUTPUTS-OPENED      TO TRUE
037600      OPEN OUTPUT NEWJ-FILE
037700      IF NOT WS-NEWJ-STATUS-OK
037800         DISPLAY ' *** NEWJFILE COULD NOT BE OPENED - STATUS: '
037900            WS-NEWJ-STATUS ' ***'
038000         MOVE 12              TO WS-RETURN-CODE
038100         SET WS-BUILD-ABANDONED  TO TRUE
038200      END-IF
038300*
038400      OPEN OUTPUT NEWS-FILE
038500      IF NOT WS-NEWS-STATUS-OK
038600         DISPLAY ' *** NEWSFILE COULD NOT BE OPENED - STATUS: '
038700            WS-NEWS-STATUS ' ***'
038800         MOVE 12              TO WS-RETURN-CODE
038900         SET WS-BUILD-ABANDONED  TO TRUE
039000      END-IF
039100*
039200      OPEN EXTEND JCHG-FILE
039300      IF NOT WS-JCHG-STATUS-OK
039400         OPEN OUTPUT JCHG-FILE
039500      END-IF
039600      IF NOT WS-JCHG-STATUS-OK
039700         DISPLAY ' *** JCHGFILE COULD NOT BE OPENED - STATUS: '
039800            WS-JCHG-STATUS ' ***'
039900         MOVE 12              TO WS-RETURN-CODE
040000         SET WS-BUILD-ABANDONED  TO TRUE
040100      END-IF
040200*
040300      OPEN OUTPUT RJCT-FILE
040400      IF NOT WS-RJCT-STATUS-OK
040500         DISPLAY ' *** JMNTRJCT COULD NOT BE OPENED - STATUS: '
040600            WS-RJCT-STATUS ' ***'
040700         MOVE 12              TO WS-RETURN-CODE
040800         SET WS-BUILD-ABANDONED  TO TRUE
040900      END-IF
041000      .
041100 1000-INITIALIZE-EXIT.
041200      EXIT.
041300*
041400*****************************************************
041500* 1100-LOAD-JOBP-RECORD - READ ONE CURRENT JOB      *
041600* PROFILE INTO THE JOB-PROFILE TABLE.               *
041700*****************************************************
041800 1100-LOAD-JOBP-RECORD.
041900*
042000      READ JOB-FILE
042100         AT END
042200            MOVE '10'   TO WS-JOBP-STATUS
042300         NOT AT END
042400            IF WS-JOBT-ENTRY-COUNT >= 200
042500               DISPLAY ' *** JOB-PROFILE TABLE FULL (200 ENTRIES)'
042600                  ' - PROFILE FOR ' JOBP-JOB-ID ' DROPPED ***'
042700               MOVE 12            TO WS-RETURN-CODE
042800               SET WS-BUILD-ABANDONED  TO TRUE
042900            ELSE
043000               ADD 1                    TO WS-JOBT-ENTRY-COUNT
043100               MOVE WS-JOBT-ENTRY-COUNT TO WS-JOBT-IDX
043200               MOVE JOBP-RECORD
043300                  TO WS-JOBT-IMAGE (WS-JOBT-IDX)
043400            END-IF
043500      END-READ
043600      .
043700 1100-LOAD-JOBP-RECORD-EXIT.
043800      EXIT.
043900*
044000*****************************************************
044100* 1200-LOAD-STEP-RECORD - READ ONE CURRENT STEP     *
044200* DEFINITION INTO THE STEP-DEFINITION TABLE.        *
044300*****************************************************
044400 1200-LOAD-STEP-RECORD.
044500*
044600      READ STEP-FILE
044700         AT END
044800            MOVE '10'   TO WS-STEP-STATUS
044900         NOT AT END
045000            IF WS-STPT-ENTRY-COUNT >= 200
045100               DISPLAY ' *** STEP-DEFINITION TABLE FULL (200 '
045200                  'ENTRIES) - DEFINITION FOR ' STEP-JOB-ID
045300                  ' DROPPED ***'
045400               MOVE 12            TO WS-RETURN-CODE
045500               SET WS-BUILD-ABANDONED  TO TRUE
045600            ELSE
045700               ADD 1                    TO WS-STPT-ENTRY-COUNT
045800               MOVE WS-STPT-ENTRY-COUNT TO WS-STPT-IDX
045900               MOVE STEP-RECORD
046000                  TO WS-STPT-IMAGE (WS-STPT-IDX)
046100            END-IF
046200      END-READ
046300      .
046400 1200-LOAD-STEP-RECORD-EXIT.
046500      EXIT.
046600*
046700*****************************************************
046800* 2000-APPLY-TRANSACTIONS - EDIT AND APPLY EVERY    *
046900* TRANSACTION IN FILE ORDER.                        *
047000*****************************************************
047100 2000-APPLY-TRANSACTIONS.
047200*
047300      MOVE CURRENT-DATE       TO WS-HDG-DATE
047400      MOVE WS-RJCT-HEADING-1  TO PRT-RECORD
047500      WRITE PRT-RECORD
047600      MOVE WS-RJCT-HEADING-2  TO PRT-RECORD
047700      WRITE PRT-RECORD
047800*
047900      PERFORM 2100-PROCESS-TRANSACTION
048000         THRU 2100-PROCESS-TRANSACTION-EXIT
048100         UNTIL WS-JMNT-STATUS-EOF
048200      CLOSE JMNT-FILE
048300      .
048400 2000-APPLY-TRANSACTIONS-EXIT.
048500      EXIT.
048600*
048700*****************************************************
048800* 2100-PROCESS-TRANSACTION - READ ONE TRANSACTION,  *
048900* RUN EVERY EDIT THAT APPLIES TO IT AND, WHEN NONE  *
049000* FAILED, APPLY IT TO ITS MASTER TABLE.  A REJECTED *
049100* TRANSACTION RAISES THE RETURN CODE TO 4.          *
049200*****************************************************
049300 2100-PROCESS-TRANSACTION.
049400*
049500      READ JMNT-FILE
049600         AT END
049700            MOVE '10'   TO WS-JMNT-STATUS
049800            GO TO 2100-PROCESS-TRANSACTION-EXIT
049900      END-READ
050000*
050100      ADD 1                   TO WS-TRANS-READ
050200      MOVE 0                  TO WS-TRAN-REASONS
050300*
050400      IF JMNT-OPERATOR-ID = SPACES
050500         MOVE 'OPERATOR ID IS BLANK'
050600                              TO WS-REJECT-REASON
050700         PERFORM 2900-REJECT-REASON
050800            THRU 2900-REJECT-REASON-EXIT
050900      END-IF
051000*
051100      EVALUATE TRUE
051200         WHEN JMNT-FILE-JOB
051300            PERFORM 3000-EDIT-JOB-TRAN
051400               THRU 3000-EDIT-JOB-TRAN-EXIT
051500         WHEN JMNT-FILE-STEP
051600            PERFORM 4000-EDIT-STEP-TRAN
051700               THRU 4000-EDIT-STEP-TRAN-EXIT
051800         WHEN OTHER
051900            MOVE 'FILE CODE NOT J (JOBFILE) OR S (STEPFILE)'
052000                              TO WS-REJECT-REASON
052100            PERFORM 2900-REJECT-REASON
052200               THRU 2900-REJECT-REASON-EXIT
052300      END-EVALUATE
052400*
052500      IF WS-TRAN-REASONS > 0
052600         ADD 1                TO WS-TRANS-REJECTED
052700         IF WS-RETURN-CODE < 4
052800            MOVE 4            TO WS-RETURN-CODE
052900         END-IF
053000         GO TO 2100-PROCESS-TRANSACTION-EXIT
053100      END-IF
053200*
053300      IF JMNT-FILE-JOB
053400         PERFORM 3500-APPLY-JOB-TRAN
053500            THRU 3500-APPLY-JOB-TRAN-EXIT
053600      ELSE
053700         PERFORM 4500-APPLY-STEP-TRAN
053800            THRU 4500-APPLY-STEP-TRAN-EXIT
053900      END-IF
054000      ADD 1                   TO WS-TRANS-APPLIED
054100      .
054200 2100-PROCESS-TRANSACTION-EXIT.
054300      EXIT.
054400*
054500*****************************************************
054600* 2900-REJECT-REASON - LIST ONE FAILED EDIT FOR THE *
054700* CURRENT TRANSACTION AND COUNT IT AGAINST IT.      *
054800*****************************************************
054900 2900-REJECT-REASON.
055000*
055100      ADD 1                   TO WS-TRAN-REASONS
055200      EVALUATE TRUE
055300         WHEN JMNT-FILE-JOB
055400            MOVE 'JOB'        TO WS-RJT-FILE
055500         WHEN JMNT-FILE-STEP
055600            MOVE 'STEP'       TO WS-RJT-FILE
055700         WHEN OTHER
055800            MOVE JMNT-FILE-CODE  TO WS-RJT-FILE
055900      END-EVALUATE
056000      EVALUATE TRUE
056100         WHEN JMNT-ACTION-ADD
056200            MOVE 'ADD'        TO WS-RJT-ACTION
056300         WHEN JMNT-ACTION-CHANGE
056400            MOVE 'CHANGE'     TO WS-RJT-ACTION
056500         WHEN JMNT-ACTION-DELETE
056600            MOVE 'DELETE'     TO WS-RJT-ACTION
056700         WHEN OTHER
056800            MOVE JMNT-ACTION  TO WS-RJT-ACTION
056900      END-EVALUATE
057000      MOVE JMNT-JOB-ID        TO WS-RJT-JOB-ID
057100      MOVE JMNT-OPERATOR-ID   TO WS-RJT-OPERATOR
057200      MOVE WS-REJECT-REASON   TO WS-RJT-REASON
057300      MOVE WS-REJECT-VALUE    TO WS-RJT-VALUE
057400*
057500      MOVE WS-RJCT-DETAIL     TO PRT-RECORD
057600      WRITE PRT-RECORD
057700      MOVE SPACES             TO WS-REJECT-VALUE
057800      .
057900 2900-REJECT-REASON-EXIT.
058000      EXIT.
058100*
058200*****************************************************
058300* 3000-EDIT-JOB-TRAN - EDIT A JOBFILE TRANSACTION.  *
058400* THE KEY MUST BE NEW FOR AN ADD AND ON FILE FOR A  *
058500* CHANGE OR DELETE; AN ADD OR CHANGE THEN HAS EVERY *
058600* FIELD OF ITS NEW IMAGE EDITED.                    *
058700*****************************************************
058800 3000-EDIT-JOB-TRAN.
058900*
059000      IF JMNT-JOB-ID = SPACES
059100         MOVE 'JOB-ID IS BLANK'  TO WS-REJECT-REASON
059200         PERFORM 2900-REJECT-REASON
059300            THRU 2900-REJECT-REASON-EXIT
059400         GO TO 3000-EDIT-JOB-TRAN-EXIT
059500      END-IF
059600*
059700      MOVE JMNT-JOB-ID        TO WS-SEARCH-JOB-ID
059800      PERFORM 5000-FIND-JOB
059900         THRU 5000-FIND-JOB-EXIT
060000*
060100      EVALUATE TRUE
060200         WHEN JMNT-ACTION-ADD
060300            IF WS-ID-FOUND
060400               MOVE 'JOB-ID ALREADY ON JOBFILE'
060500                                 TO WS-REJECT-REASON
060600               PERFORM 2900-REJECT-REASON
060700                  THRU 2900-REJECT-REASON-EXIT
060800            END-IF
060900            IF WS-JOBT-ENTRY-COUNT >= 200
061000               MOVE 'JOB-PROFILE TABLE FULL (200 PROFILES)'
061100                                 TO WS-REJECT-REASON
061200               PERFORM 2900-REJECT-REASON
061300                  THRU 2900-REJECT-REASON-EXIT
061400            END-IF
061500         WHEN JMNT-ACTION-CHANGE
061600            IF NOT WS-ID-FOUND
061700               MOVE 'JOB-ID NOT ON JOBFILE'
061800                                 TO WS-REJECT-REASON
061900               PERFORM 2900-REJECT-REASON
062000                  THRU 2900-REJECT-REASON-EXIT
062100            END-IF
062200         WHEN JMNT-ACTION-DELETE
062300            IF NOT WS-ID-FOUND
062400               MOVE 'JOB-ID NOT ON JOBFILE'
062500                                 TO WS-REJECT-REASON
062600               PERFORM 2900-REJECT-REASON
062700                  THRU 2900-REJECT-REASON-EXIT
062800            ELSE
062900               PERFORM 3400-EDIT-JOB-DELETE
063000                  THRU 3400-EDIT-JOB-DELETE-EXIT
063100            END-IF
063200            GO TO 3000-EDIT-JOB-TRAN-EXIT
063300         WHEN OTHER
063400            MOVE 'ACTION NOT A (ADD), C (CHANGE) OR D (DELETE)'
063500                                 TO WS-REJECT-REASON
063600            PERFORM 2900-REJECT-REASON
063700               THRU 2900-REJECT-REASON-EXIT
063800            GO TO 3000-EDIT-JOB-TRAN-EXIT
063900      END-EVALUATE
064000*
064100      MOVE JMNT-JOB-IMAGE     TO JOBP-RECORD
064200      PERFORM 3100-EDIT-JOB-TIMES
064300         THRU 3100-EDIT-JOB-TIMES-EXIT
064400      PERFORM 3200-EDIT-JOB-POLICY
064500         THRU 3200-EDIT-JOB-POLICY-EXIT
064600      PERFORM 3300-EDIT-JOB-PREREQS
064700         THRU 3300-EDIT-JOB-PREREQS-EXIT
064800      .
064900 3000-EDIT-JOB-TRAN-EXIT.
065000      EXIT.
065100*
065200*****************************************************
065300* 3100-EDIT-JOB-TIMES - BOTH WINDOW BOUNDS MUST BE  *
065400* TIMES OF DAY (HHMM); THE SLA DEADLINE MUST BE ONE *
065500* TOO, OR ZERO FOR NO DEADLINE.                     *
065600*****************************************************
065700 3100-EDIT-JOB-TIMES.
065800*
065900      MOVE JOBP-SCHED-START   TO WS-EDIT-TIME
066000      PERFORM 3150-EDIT-HHMM
066100         THRU 3150-EDIT-HHMM-EXIT
066200      IF NOT WS-TIME-IS-VALID
066300         MOVE 'SCHEDULED WINDOW START NOT A VALID HHMM'
066400                              TO WS-REJECT-REASON
066500         MOVE WS-EDIT-TIME    TO WS-REJECT-VALUE
066600         PERFORM 2900-REJECT-REASON
066700            THRU 2900-REJECT-REASON-EXIT
066800      END-IF
066900*
067000      MOVE JOBP-SCHED-END     TO WS-EDIT-TIME
067100      PERFORM 3150-EDIT-HHMM
067200         THRU 3150-EDIT-HHMM-EXIT
067300      IF NOT WS-TIME-IS-VALID
067400         MOVE 'SCHEDULED WINDOW END NOT A VALID HHMM'
067500                              TO WS-REJECT-REASON
067600         MOVE WS-EDIT-TIME    TO WS-REJECT-VALUE
067700         PERFORM 2900-REJECT-REASON
067800            THRU 2900-REJECT-REASON-EXIT
067900      END-IF
068000*
068100      MOVE JOBP-SLA-DEADLINE  TO WS-EDIT-TIME
068200      IF WS-EDIT-TIME = '0000'
068300         GO TO 3100-EDIT-JOB-TIMES-EXIT
068400      END-IF
068500      PERFORM 3150-EDIT-HHMM
068600         THRU 3150-EDIT-HHMM-EXIT
068700      IF NOT WS-TIME-IS-VALID
068800         MOVE 'SLA DEADLINE NOT A VALID HHMM OR 0000'
068900                              TO WS-REJECT-REASON
069000         MOVE WS-EDIT-TIME    TO WS-REJECT-VALUE
069100         PERFORM 2900-REJECT-REASON
069200            THRU 2900-REJECT-REASON-EXIT
069300      END-IF
069400      .
069500 3100-EDIT-JOB-TIMES-EXIT.
069600      EXIT.
069700*
069800*****************************************************
069900* 3150-EDIT-HHMM - WS-EDIT-TIME IS A VALID TIME OF  *
070000* DAY WHEN IT IS NUMERIC WITH HH 00-23 AND MM 00-59.*
070100*****************************************************
070200 3150-EDIT-HHMM.
070300*
070400      MOVE 'N'                TO WS-TIME-SWITCH
070500      IF WS-EDIT-TIME NOT NUMERIC
070600         GO TO 3150-EDIT-HHMM-EXIT
070700      END-IF
070800      IF WS-EDIT-HH > 23 OR WS-EDIT-MM > 59
070900         GO TO 3150-EDIT-HHMM-EXIT
071000      END-IF
071100      SET WS-TIME-IS-VALID    TO TRUE
071200      .
071300 3150-EDIT-HHMM-EXIT.
071400      EXIT.
071500*
071600*****************************************************
071700* 3200-EDIT-JOB-POLICY - PRIORITY 01-99, CALENDAR   *
071800* CLASS H/M/B/E AND A RETRY POLICY WITHIN LIMITS.   *
071900*****************************************************
072000 3200-EDIT-JOB-POLICY.
072100*
072200      IF JOBP-PRIORITY NOT NUMERIC
072300         OR JOBP-PRIORITY < 1
072400         MOVE 'PRIORITY NOT 01-99'
072500                              TO WS-REJECT-REASON
072600         MOVE JOBP-PRIORITY   TO WS-REJECT-VALUE
072700         PERFORM 2900-REJECT-REASON
072800            THRU 2900-REJECT-REASON-EXIT
072900      END-IF
073000*
073100      IF NOT (JOBP-CLASS-HOLIDAY-ONLY
073200              OR JOBP-CLASS-MONTH-END-ONLY
073300              OR JOBP-CLASS-BOTH
073400              OR JOBP-CLASS-EXEMPT)
073500         MOVE 'CALENDAR CLASS NOT H, M, B OR E'
073600                              TO WS-REJECT-REASON
073700         MOVE JOBP-CAL-CLASS  TO WS-REJECT-VALUE
073800         PERFORM 2900-REJECT-REASON
073900            THRU 2900-REJECT-REASON-EXIT
074000      END-IF
074100*
074200      IF JOBP-RETRY-MAX NOT NUMERIC
074300         OR JOBP-RETRY-MAX > WS-RETRY-MAX-LIMIT
074400         MOVE 'RETRY MAXIMUM NOT 0-5 TOTAL ATTEMPTS'
074500                              TO WS-REJECT-REASON
074600         MOVE JOBP-RETRY-MAX  TO WS-REJECT-VALUE
074700         PERFORM 2900-REJECT-REASON
074800            THRU 2900-REJECT-REASON-EXIT
074900      END-IF
075000*
075100      IF JOBP-RETRY-WAIT NOT NUMERIC
075200         MOVE 'RETRY WAIT SECONDS NOT NUMERIC'
075300                              TO WS-REJECT-REASON
075400         MOVE JOBP-RETRY-WAIT TO WS-REJECT-VALUE
075500         PERFORM 2900-REJECT-REASON
075600            THRU 2900-REJECT-REASON-EXIT
075700      END-IF
075800      .
075900 3200-EDIT-JOB-POLICY-EXIT.
076000      EXIT.
076100*
076200*****************************************************
076300* 3300-EDIT-JOB-PREREQS - THE PREREQUISITE COUNT    *
076400* MUST BE 0-5, EVERY COUNTED SLOT MUST NAME ANOTHER *
076500* JOB ON THE JOB-PROFILE MASTER AND EVERY SLOT PAST *
076600* THE COUNT MUST BE BLANK.                          *
076700*****************************************************
076800 3300-EDIT-JOB-PREREQS.
076900*
077000      IF JOBP-PREREQ-COUNT NOT NUMERIC
077100         OR JOBP-PREREQ-COUNT > 5
077200         MOVE 'PREREQUISITE COUNT NOT 0-5'
077300                              TO WS-REJECT-REASON
077400         MOVE JOBP-PREREQ-COUNT  TO WS-REJECT-VALUE
077500         PERFORM 2900-REJECT-REASON
077600            THRU 2900-REJECT-REASON-EXIT
077700         GO TO 3300-EDIT-JOB-PREREQS-EXIT
077800      END-IF
077900*
078000      PERFORM 3350-EDIT-ONE-PREREQ
078100         THRU 3350-EDIT-ONE-PREREQ-EXIT
078200         VARYING WS-PREREQ-IDX FROM 1 BY 1
078300         UNTIL WS-PREREQ-IDX > 5
078400      .
078500 3300-EDIT-JOB-PREREQS-EXIT.
078600      EXIT.
078700*
078800*****************************************************
078900* 3350-EDIT-ONE-PREREQ - EDIT ONE PREREQUISITE SLOT *
079000* OF THE TRANSACTION IMAGE.                         *
079100*****************************************************
079200 3350-EDIT-ONE-PREREQ.
079300*
079400      MOVE JOBP-PREREQ-LIST (WS-PREREQ-IDX)  TO WS-PREREQ-JOB-ID
079500*
079600      IF WS-PREREQ-IDX > JOBP-PREREQ-COUNT
079700         IF WS-PREREQ-JOB-ID NOT = SPACES
079800            MOVE 'PREREQUISITE NAMED PAST THE PREREQ COUNT'
079900                              TO WS-REJECT-REASON
080000            MOVE WS-PREREQ-JOB-ID  TO WS-REJECT-VALUE
080100            PERFORM 2900-REJECT-REASON
080200               THRU 2900-REJECT-REASON-EXIT
080300         END-IF
080400         GO TO 3350-EDIT-ONE-PREREQ-EXIT
080500      END-IF
080600*
080700      IF WS-PREREQ-JOB-ID = SPACES
080800         MOVE 'COUNTED PREREQUISITE SLOT IS BLANK'
080900                              TO WS-REJECT-REASON
081000         PERFORM 2900-REJECT-REASON
081100            THRU 2900-REJECT-REASON-EXIT
081200         GO TO 3350-EDIT-ONE-PREREQ-EXIT
081300      END-IF
081400*
081500      IF WS-PREREQ-JOB-ID = JOBP-JOB-ID
081600         MOVE 'JOB NAMES ITSELF AS A PREREQUISITE'
081700                              TO WS-REJECT-REASON
081800         MOVE WS-PREREQ-JOB-ID  TO WS-REJECT-VALUE
081900         PERFORM 2900-REJECT-REASON
082000            THRU 2900-REJECT-REASON-EXIT
082100         GO TO 3350-EDIT-ONE-PREREQ-EXIT
082200      END-IF
082300*
082400      MOVE WS-PREREQ-JOB-ID   TO WS-SEARCH-JOB-ID
082500      PERFORM 5000-FIND-JOB
082600         THRU 5000-FIND-JOB-EXIT
082700      IF NOT WS-ID-FOUND
082800         MOVE 'PREREQUISITE JOB-ID NOT ON JOBFILE'
082900                              TO WS-REJECT-REASON
083000         MOVE WS-PREREQ-JOB-ID  TO WS-REJECT-VALUE
083100         PERFORM 2900-REJECT-REASON
083200            THRU 2900-REJECT-REASON-EXIT
083300      END-IF
083400      .
083500 3350-EDIT-ONE-PREREQ-EXIT.
083600      EXIT.
083700*
083800*****************************************************
083900* 3400-EDIT-JOB-DELETE - A PROFILE CANNOT BE DELETED*
084000* WHILE ANOTHER PROFILE NAMES IT AS A PREREQUISITE  *
084100* OR ITS STEP DEFINITION IS STILL ON FILE.          *
084200*****************************************************
084300 3400-EDIT-JOB-DELETE.
084400*
084500      PERFORM 3450-CHECK-DEPENDENT-JOB
084600         THRU 3450-CHECK-DEPENDENT-JOB-EXIT
084700         VARYING WS-JOBT-SCAN-IDX FROM 1 BY 1
084800         UNTIL WS-JOBT-SCAN-IDX > WS-JOBT-ENTRY-COUNT
084900*
085000      MOVE JMNT-JOB-ID        TO WS-SEARCH-JOB-ID
085100      PERFORM 5100-FIND-STEP
085200         THRU 5100-FIND-STEP-EXIT
085300      IF WS-ID-FOUND
085400         MOVE 'STEP DEFINITION STILL ON STEPFILE'
085500                              TO WS-REJECT-REASON
085600         PERFORM 2900-REJECT-REASON
085700            THRU 2900-REJECT-REASON-EXIT
085800      END-IF
085900      .
086000 3400-EDIT-JOB-DELETE-EXIT.
086100      EXIT.
086200*
086300*****************************************************
086400* 3450-CHECK-DEPENDENT-JOB - REJECT THE DELETE WHEN *
086500* ONE OTHER PROFILE LISTS THE JOB AS A PREREQUISITE.*
086600*****************************************************
086700 3450-CHECK-DEPENDENT-JOB.
086800*
086900      IF WS-JOBT-JOB-ID (WS-JOBT-SCAN-IDX) = JMNT-JOB-ID
087000         OR WS-JOBT-PREREQ-COUNT (WS-JOBT-SCAN-IDX) NOT NUMERIC
087100         GO TO 3450-CHECK-DEPENDENT-JOB-EXIT
087200      END-IF
087300*
087400      MOVE 'N'                TO WS-FOUND-SWITCH
087500      PERFORM 3460-SEARCH-PREREQ-SLOT
087600         THRU 3460-SEARCH-PREREQ-SLOT-EXIT
087700         VARYING WS-PREREQ-IDX FROM 1 BY 1
087800         UNTIL WS-PREREQ-IDX >
087900                  WS-JOBT-PREREQ-COUNT (WS-JOBT-SCAN-IDX)
088000            OR WS-PREREQ-IDX > 5
088100            OR WS-ID-FOUND
088200      IF WS-ID-FOUND
088300         MOVE 'JOB IS STILL A PREREQUISITE OF'
088400                              TO WS-REJECT-REASON
088500         MOVE WS-JOBT-JOB-ID (WS-JOBT-SCAN-IDX)
088600                              TO WS-REJECT-VALUE
088700         PERFORM 2900-REJECT-REASON
088800            THRU 2900-REJECT-REASON-EXIT
088900      END-IF
089000      .
089100 3450-CHECK-DEPENDENT-JOB-EXIT.
089200      EXIT.
089300*
089400*****************************************************
089500* 3460-SEARCH-PREREQ-SLOT - TEST ONE PREREQUISITE   *
089600* SLOT OF A TABLE PROFILE FOR THE JOB BEING DELETED.*
089700*****************************************************
089800 3460-SEARCH-PREREQ-SLOT.
089900*
090000      IF WS-JOBT-PREREQ-LIST (WS-JOBT-SCAN-IDX WS-PREREQ-IDX) =
090100            JMNT-JOB-ID
090200         SET WS-ID-FOUND      TO TRUE
090300      END-IF
090400      .
090500 3460-SEARCH-PREREQ-SLOT-EXIT.
090600      EXIT.
090700*
090800*****************************************************
090900* 3500-APPLY-JOB-TRAN - APPLY AN EDITED JOBFILE     *
091000* TRANSACTION TO THE JOB-PROFILE TABLE AND LOG IT.  *
091100*****************************************************
091200 3500-APPLY-JOB-TRAN.
091300*
091400      MOVE SPACES             TO WS-BEFORE-IMAGE
091500      MOVE SPACES             TO WS-AFTER-IMAGE
091600      MOVE JMNT-JOB-ID        TO WS-SEARCH-JOB-ID
091700      PERFORM 5000-FIND-JOB
091800         THRU 5000-FIND-JOB-EXIT
091900*
092000      EVALUATE TRUE
092100         WHEN JMNT-ACTION-ADD
092200            PERFORM 5200-INSERT-JOB
092300               THRU 5200-INSERT-JOB-EXIT
092400            MOVE JMNT-JOB-IMAGE  TO WS-JOBT-IMAGE (WS-JOBT-IDX)
092500            MOVE JMNT-JOB-IMAGE  TO WS-AFTER-IMAGE
092600            ADD 1                TO WS-ADD-COUNT
092700         WHEN JMNT-ACTION-CHANGE
092800            MOVE WS-JOBT-IMAGE (WS-JOBT-IDX)  TO WS-BEFORE-IMAGE
092900            MOVE JMNT-JOB-IMAGE  TO WS-JOBT-IMAGE (WS-JOBT-IDX)
093000            MOVE JMNT-JOB-IMAGE  TO WS-AFTER-IMAGE
093100            ADD 1                TO WS-CHANGE-COUNT
093200         WHEN JMNT-ACTION-DELETE
093300            MOVE WS-JOBT-IMAGE (WS-JOBT-IDX)  TO WS-BEFORE-IMAGE
093400            PERFORM 5300-REMOVE-JOB
093500               THRU 5300-REMOVE-JOB-EXIT
093600            ADD 1                TO WS-DELETE-COUNT
093700      END-EVALUATE
093800*
093900      PERFORM 7000-WRITE-CHANGE-LOG
094000         THRU 7000-WRITE-CHANGE-LOG-EXIT
094100      .
094200 3500-APPLY-JOB-TRAN-EXIT.
094300      EXIT.
094400*
094500*****************************************************
094600* 4000-EDIT-STEP-TRAN - EDIT A STEPFILE TRANSACTION.*
094700* AN ADD NEEDS A NEW KEY THAT HAS A JOB PROFILE; A  *
094800* CHANGE OR DELETE NEEDS A DEFINITION ON FILE.  AN  *
094900* ADD OR CHANGE THEN HAS ITS STEP ENTRIES EDITED.   *
095000*****************************************************
095100 4000-EDIT-STEP-TRAN.
095200*
095300      IF JMNT-JOB-ID = SPACES
095400         MOVE 'JOB-ID IS BLANK'  TO WS-REJECT-REASON
095500         PERFORM 2900-REJECT-REASON
095600            THRU 2900-REJECT-REASON-EXIT
095700         GO TO 4000-EDIT-STEP-TRAN-EXIT
095800      END-IF
095900*
096000      MOVE JMNT-JOB-ID        TO WS-SEARCH-JOB-ID
096100      PERFORM 5100-FIND-STEP
096200         THRU 5100-FIND-STEP-EXIT
096300*
096400      EVALUATE TRUE
096500         WHEN JMNT-ACTION-ADD
096600            IF WS-ID-FOUND
096700               MOVE 'STEP DEFINITION ALREADY ON STEPFILE'
096800                                 TO WS-REJECT-REASON
096900               PERFORM 2900-REJECT-REASON
097000                  THRU 2900-REJECT-REASON-EXIT
097100            END-IF
097200            IF WS-STPT-ENTRY-COUNT >= 200
097300               MOVE 'STEP-DEFINITION TABLE FULL (200 JOBS)'
097400                                 TO WS-REJECT-REASON
097500               PERFORM 2900-REJECT-REASON
097600                  THRU 2900-REJECT-REASON-EXIT
097700            END-IF
097800            PERFORM 5000-FIND-JOB
097900               THRU 5000-FIND-JOB-EXIT
098000            IF NOT WS-ID-FOUND
098100               MOVE 'JOB-ID NOT ON JOBFILE'
098200                                 TO WS-REJECT-REASON
098300               PERFORM 2900-REJECT-REASON
098400                  THRU 2900-REJECT-REASON-EXIT
098500            END-IF
098600         WHEN JMNT-ACTION-CHANGE
098700            IF NOT WS-ID-FOUND
098800               MOVE 'STEP DEFINITION NOT ON STEPFILE'
098900                                 TO WS-REJECT-REASON
099000               PERFORM 2900-REJECT-REASON
099100                  THRU 2900-REJECT-REASON-EXIT
099200            END-IF
099300         WHEN JMNT-ACTION-DELETE
099400            IF NOT WS-ID-FOUND
099500               MOVE 'STEP DEFINITION NOT ON STEPFILE'
099600                                 TO WS-REJECT-REASON
099700               PERFORM 2900-REJECT-REASON
099800                  THRU 2900-REJECT-REASON-EXIT
099900            END-IF
100000            GO TO 4000-EDIT-STEP-TRAN-EXIT
100100         WHEN OTHER
100200            MOVE 'ACTION NOT A (ADD), C (CHANGE) OR D (DELETE)'
100300                                 TO WS-REJECT-REASON
100400            PERFORM 2900-REJECT-REASON
100500               THRU 2900-REJECT-REASON-EXIT
100600            GO TO 4000-EDIT-STEP-TRAN-EXIT
100700      END-EVALUATE
100800*
100900      MOVE JMNT-IMAGE         TO STEP-RECORD
101000      PERFORM 4100-EDIT-STEP-ENTRIES
101100         THRU 4100-EDIT-STEP-ENTRIES-EXIT
101200      .
101300 4000-EDIT-STEP-TRAN-EXIT.
101400      EXIT.
101500*
101600*****************************************************
101700* 4100-EDIT-STEP-ENTRIES - THE STEP COUNT MUST BE   *
101800* 01-12 AND EQUAL THE NUMBER OF NAMED STEPS, THE    *
101900* NAMED STEPS MUST BE THE FIRST ONES WITH NO GAP,   *
102000* AND EVERY EXPECTED ELAPSED TIME MUST BE NUMERIC.  *
102100*****************************************************
102200 4100-EDIT-STEP-ENTRIES.
102300*
102400      MOVE 0                  TO WS-FILLED-STEPS
102500      MOVE 0                  TO WS-LAST-FILLED-STEP
102600      PERFORM 4150-EDIT-ONE-STEP
102700         THRU 4150-EDIT-ONE-STEP-EXIT
102800         VARYING WS-STEP-IDX FROM 1 BY 1
102900         UNTIL WS-STEP-IDX > 12
103000*
103100      IF WS-LAST-FILLED-STEP > WS-FILLED-STEPS
103200         MOVE 'BLANK STEP NAME AHEAD OF A NAMED STEP'
103300                              TO WS-REJECT-REASON
103400         PERFORM 2900-REJECT-REASON
103500            THRU 2900-REJECT-REASON-EXIT
103600      END-IF
103700*
103800      IF STEP-COUNT NOT NUMERIC
103900         OR STEP-COUNT < 1
104000         OR STEP-COUNT > 12
104100         MOVE 'STEP COUNT NOT 01-12'
104200                              TO WS-REJECT-REASON
104300         MOVE STEP-COUNT      TO WS-REJECT-VALUE
104400         PERFORM 2900-REJECT-REASON
104500            THRU 2900-REJECT-REASON-EXIT
104600         GO TO 4100-EDIT-STEP-ENTRIES-EXIT
104700      END-IF
104800*
104900      IF STEP-COUNT NOT = WS-FILLED-STEPS
105000         MOVE 'STEP COUNT DIFFERS FROM NAMED STEPS'
105100                              TO WS-REJECT-REASON
105200         MOVE WS-FILLED-STEPS TO WS-REJECT-VALUE
105300         PERFORM 2900-REJECT-REASON
105400            THRU 2900-REJECT-REASON-EXIT
105500      END-IF
105600      .
105700 4100-EDIT-STEP-ENTRIES-EXIT.
105800      EXIT.
105900*
106000*****************************************************
106100* 4150-EDIT-ONE-STEP - COUNT ONE STEP ENTRY WHEN IT *
106200* IS NAMED AND EDIT ITS EXPECTED ELAPSED TIME.      *
106300*****************************************************
106400 4150-EDIT-ONE-STEP.
106500*
106600      IF STEP-NAME (WS-STEP-IDX) NOT = SPACES
106700         ADD 1                TO WS-FILLED-STEPS
106800         MOVE WS-STEP-IDX     TO WS-LAST-FILLED-STEP
106900      END-IF
107000*
107100      IF STEP-EXP-SECONDS (WS-STEP-IDX) NOT NUMERIC
107200         MOVE 'EXPECTED STEP SECONDS NOT NUMERIC'
107300                              TO WS-REJECT-REASON
107400         MOVE STEP-NAME (WS-STEP-IDX)  TO WS-REJECT-VALUE
107500         PERFORM 2900-REJECT-REASON
107600            THRU 2900-REJECT-REASON-EXIT
107700      END-IF
107800      .
107900 4150-EDIT-ONE-STEP-EXIT.
108000      EXIT.
108100*
108200*****************************************************
108300* 4500-APPLY-STEP-TRAN - APPLY AN EDITED STEPFILE   *
108400* TRANSACTION TO THE STEP-DEFINITION TABLE AND LOG  *
108500* IT.                                               *
108600*****************************************************
108700 4500-APPLY-STEP-TRAN.
108800*
108900      MOVE SPACES             TO WS-BEFORE-IMAGE
109000      MOVE SPACES             TO WS-AFTER-IMAGE
109100      MOVE JMNT-JOB-ID        TO WS-SEARCH-JOB-ID
109200      PERFORM 5100-FIND-STEP
109300         THRU 5100-FIND-STEP-EXIT
109400*
109500      EVALUATE TRUE
109600         WHEN JMNT-ACTION-ADD
109700            PERFORM 5400-INSERT-STEP
109800               THRU 5400-INSERT-STEP-EXIT
109900            MOVE JMNT-IMAGE      TO WS-STPT-IMAGE (WS-STPT-IDX)
110000            MOVE JMNT-IMAGE      TO WS-AFTER-IMAGE
110100            ADD 1                TO WS-ADD-COUNT
110200         WHEN JMNT-ACTION-CHANGE
110300            MOVE WS-STPT-IMAGE (WS-STPT-IDX)  TO WS-BEFORE-IMAGE
110400            MOVE JMNT-IMAGE      TO WS-STPT-IMAGE (WS-STPT-IDX)
110500            MOVE JMNT-IMAGE      TO WS-AFTER-IMAGE
110600            ADD 1                TO WS-CHANGE-COUNT
110700         WHEN JMNT-ACTION-DELETE
110800            MOVE WS-STPT-IMAGE (WS-STPT-IDX)  TO WS-BEFORE-IMAGE
110900            PERFORM 5500-REMOVE-STEP
111000               THRU 5500-REMOVE-STEP-EXIT
111100            ADD 1                TO WS-DELETE-COUNT
111200      END-EVALUATE
111300*
111400      PERFORM 7000-WRITE-CHANGE-LOG
111500         THRU 7000-WRITE-CHANGE-LOG-EXIT
111600      .
111700 4500-APPLY-STEP-TRAN-EXIT.
111800      EXIT.
111900*
112000*****************************************************
112100* 5000-FIND-JOB - LOOK WS-SEARCH-JOB-ID UP IN THE   *
112200* JOB-PROFILE TABLE.  WS-JOBT-IDX IS LEFT ON THE ROW*
112300* WHEN FOUND.                                       *
112400*****************************************************
112500 5000-FIND-JOB.
112600*
112700      MOVE 'N'                TO WS-FOUND-SWITCH
112800      PERFORM 5050-SEARCH-JOB
112900         THRU 5050-SEARCH-JOB-EXIT
113000         VARYING WS-SRCH-IDX FROM 1 BY 1
113100         UNTIL WS-SRCH-IDX > WS-JOBT-ENTRY-COUNT
113200            OR WS-ID-FOUND
113300      .
113400 5000-FIND-JOB-EXIT.
113500      EXIT.
113600*
113700*****************************************************
113800* 5050-SEARCH-JOB - TEST ONE JOB-PROFILE TABLE ROW. *
113900*****************************************************
114000 5050-SEARCH-JOB.
114100*
114200      IF WS-JOBT-JOB-ID (WS-SRCH-IDX) = WS-SEARCH-JOB-ID
114300         SET WS-ID-FOUND      TO TRUE
114400         MOVE WS-SRCH-IDX     TO WS-JOBT-IDX
114500      END-IF
114600      .
114700 5050-SEARCH-JOB-EXIT.
114800      EXIT.
114900*
115000*****************************************************
115100* 5100-FIND-STEP - LOOK WS-SEARCH-JOB-ID UP IN THE  *
115200* STEP-DEFINITION TABLE.  WS-STPT-IDX IS LEFT ON THE*
115300* ROW WHEN FOUND.                                   *
115400*****************************************************
115500 5100-FIND-STEP.
115600*
115700      MOVE 'N'                TO WS-FOUND-SWITCH
115800      PERFORM 5150-SEARCH-STEP
115900         THRU 5150-SEARCH-STEP-EXIT
116000         VARYING WS-SRCH-IDX FROM 1 BY 1
116100         UNTIL WS-SRCH-IDX > WS-STPT-ENTRY-COUNT
116200            OR WS-ID-FOUND
116300      .
116400 5100-FIND-STEP-EXIT.
116500      EXIT.
116600*
116700*****************************************************
116800* 5150-SEARCH-STEP - TEST ONE STEP-DEFINITION TABLE *
116900* ROW.                                              *
117000*****************************************************
117100 5150-SEARCH-STEP.
117200*
117300      IF WS-STPT-JOB-ID (WS-SRCH-IDX) = WS-SEARCH-JOB-ID
117400         SET WS-ID-FOUND      TO TRUE
117500         MOVE WS-SRCH-IDX     TO WS-STPT-IDX
117600      END-IF
117700      .
117800 5150-SEARCH-STEP-EXIT.
117900      EXIT.
118000*
118100*****************************************************
118200* 5200-INSERT-JOB - OPEN A ROW IN THE JOB-PROFILE   *
118300* TABLE AT WS-SEARCH-JOB-ID'S PLACE IN JOB-ID ORDER,*
118400* SHIFTING THE LATER ROWS DOWN.  WS-JOBT-IDX IS LEFT*
118500* ON THE NEW ROW.                                   *
118600*****************************************************
118700 5200-INSERT-JOB.
118800*
118900      MOVE 0                  TO WS-INSERT-IDX
119000      PERFORM 5210-FIND-JOB-SLOT
119100         THRU 5210-FIND-JOB-SLOT-EXIT
119200         VARYING WS-SRCH-IDX FROM 1 BY 1
119300         UNTIL WS-SRCH-IDX > WS-JOBT-ENTRY-COUNT
119400            OR WS-INSERT-IDX > 0
119500      ADD 1                   TO WS-JOBT-ENTRY-COUNT
119600      IF WS-INSERT-IDX = 0
119700         MOVE WS-JOBT-ENTRY-COUNT  TO WS-INSERT-IDX
119800      END-IF
119900*
120000      PERFORM 5220-SHIFT-JOB-DOWN
120100         THRU 5220-SHIFT-JOB-DOWN-EXIT
120200         VARYING WS-SHIFT-IDX FROM WS-JOBT-ENTRY-COUNT BY -1
120300         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
120400      MOVE WS-INSERT-IDX      TO WS-JOBT-IDX
120500      .
120600 5200-INSERT-JOB-EXIT.
120700      EXIT.
120800*
120900*****************************************************
121000* 5210-FIND-JOB-SLOT - THE NEW ROW GOES AHEAD OF THE*
121100* FIRST ROW WITH A HIGHER JOB-ID.                   *
121200*****************************************************
121300 5210-FIND-JOB-SLOT.
121400*
121500      IF WS-JOBT-JOB-ID (WS-SRCH-IDX) > WS-SEARCH-JOB-ID
121600         MOVE WS-SRCH-IDX     TO WS-INSERT-IDX
121700      END-IF
121800      .
121900 5210-FIND-JOB-SLOT-EXIT.
122000      EXIT.
122100*
122200*****************************************************
122300* 5220-SHIFT-JOB-DOWN - MOVE ONE JOB-PROFILE ROW    *
122400* DOWN ONE PLACE.                                   *
122500*****************************************************
122600 5220-SHIFT-JOB-DOWN.
122700*
122800      COMPUTE WS-SHIFT-FROM-IDX = WS-SHIFT-IDX - 1
122900      MOVE WS-JOBT-IMAGE (WS-SHIFT-FROM-IDX)
123000         TO WS-JOBT-IMAGE (WS-SHIFT-IDX)
123100      .
123200 5220-SHIFT-JOB-DOWN-EXIT.
123300      EXIT.
123400*
123500*****************************************************
123600* 5300-REMOVE-JOB - CLOSE UP THE JOB-PROFILE ROW AT *
123700* WS-JOBT-IDX, SHIFTING THE LATER ROWS UP.          *
123800*****************************************************
123900 5300-REMOVE-JOB.
124000*
124100      PERFORM 5310-SHIFT-JOB-UP
124200         THRU 5310-SHIFT-JOB-UP-EXIT
124300         VARYING WS-SHIFT-IDX FROM WS-JOBT-IDX BY 1
124400         UNTIL WS-SHIFT-IDX >= WS-JOBT-ENTRY-COUNT
124500      SUBTRACT 1              FROM WS-JOBT-ENTRY-COUNT
124600      .
124700 5300-REMOVE-JOB-EXIT.
124800      EXIT.
124900*
125000*****************************************************
125100* 5310-SHIFT-JOB-UP - MOVE ONE JOB-PROFILE ROW UP   *
125200* ONE PLACE.                                        *
125300*****************************************************
125400 5310-SHIFT-JOB-UP.
125500*
125600      COMPUTE WS-SHIFT-FROM-IDX = WS-SHIFT-IDX + 1
125700      MOVE WS-JOBT-IMAGE (WS-SHIFT-FROM-IDX)
125800         TO WS-JOBT-IMAGE (WS-SHIFT-IDX)
125900      .
126000 5310-SHIFT-JOB-UP-EXIT.
126100      EXIT.
126200*
126300*****************************************************
126400* 5400-INSERT-STEP - OPEN A ROW IN THE STEP-        *
126500* DEFINITION TABLE AT WS-SEARCH-JOB-ID'S PLACE IN   *
126600* JOB-ID ORDER.  WS-STPT-IDX IS LEFT ON THE NEW ROW.*
126700*****************************************************
126800 5400-INSERT-STEP.
126900*
127000      MOVE 0                  TO WS-INSERT-IDX
127100      PERFORM 5410-FIND-STEP-SLOT
127200         THRU 5410-FIND-STEP-SLOT-EXIT
127300         VARYING WS-SRCH-IDX FROM 1 BY 1
127400         UNTIL WS-SRCH-IDX > WS-STPT-ENTRY-COUNT
127500            OR WS-INSERT-IDX > 0
127600      ADD 1                   TO WS-STPT-ENTRY-COUNT
127700      IF WS-INSERT-IDX = 0
127800         MOVE WS-STPT-ENTRY-COUNT  TO WS-INSERT-IDX
127900      END-IF
128000*
128100      PERFORM 5420-SHIFT-STEP-DOWN
128200         THRU 5420-SHIFT-STEP-DOWN-EXIT
128300         VARYING WS-SHIFT-IDX FROM WS-STPT-ENTRY-COUNT BY -1
128400         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
128500      MOVE WS-INSERT-IDX      TO WS-STPT-IDX
128600      .
128700 5400-INSERT-STEP-EXIT.
128800      EXIT.
128900*
129000*****************************************************
129100* 5410-FIND-STEP-SLOT - THE NEW ROW GOES AHEAD OF   *
129200* THE FIRST ROW WITH A HIGHER JOB-ID.               *
129300*****************************************************
129400 5410-FIND-STEP-SLOT.
129500*
129600      IF WS-STPT-JOB-ID (WS-SRCH-IDX) > WS-SEARCH-JOB-ID
129700         MOVE WS-SRCH-IDX     TO WS-INSERT-IDX
129800      END-IF
129900      .
130000 5410-FIND-STEP-SLOT-EXIT.
130100      EXIT.
130200*
130300*****************************************************
130400* 5420-SHIFT-STEP-DOWN - MOVE ONE STEP-DEFINITION   *
130500* ROW DOWN ONE PLACE.                               *
130600*****************************************************
130700 5420-SHIFT-STEP-DOWN.
130800*
130900      COMPUTE WS-SHIFT-FROM-IDX = WS-SHIFT-IDX - 1
131000      MOVE WS-STPT-IMAGE (WS-SHIFT-FROM-IDX)
131100         TO WS-STPT-IMAGE (WS-SHIFT-IDX)
131200      .
131300 5420-SHIFT-STEP-DOWN-EXIT.
131400      EXIT.
131500*
131600*****************************************************
131700* 5500-REMOVE-STEP - CLOSE UP THE STEP-DEFINITION   *
131800* ROW AT WS-STPT-IDX, SHIFTING THE LATER ROWS UP.   *
131900*****************************************************
132000 5500-REMOVE-STEP.
132100*
132200      PERFORM 5510-SHIFT-STEP-UP
132300         THRU 5510-SHIFT-STEP-UP-EXIT
132400         VARYING WS-SHIFT-IDX FROM WS-STPT-IDX BY 1
132500         UNTIL WS-SHIFT-IDX >= WS-STPT-ENTRY-COUNT
132600      SUBTRACT 1              FROM WS-STPT-ENTRY-COUNT
132700      .
132800 5500-REMOVE-STEP-EXIT.
132900      EXIT.
133000*
133100*****************************************************
133200* 5510-SHIFT-STEP-UP - MOVE ONE STEP-DEFINITION ROW *
133300* UP ONE PLACE.                                     *
133400*****************************************************
133500 5510-SHIFT-STEP-UP.
133600*
133700      COMPUTE WS-SHIFT-FROM-IDX = WS-SHIFT-IDX + 1
133800      MOVE WS-STPT-IMAGE (WS-SHIFT-FROM-IDX)
133900         TO WS-STPT-IMAGE (WS-SHIFT-IDX)
134000      .
134100 5510-SHIFT-STEP-UP-EXIT.
134200      EXIT.
134300*
134400*****************************************************
134500* 7000-WRITE-CHANGE-LOG - APPEND THE APPLIED        *
134600* TRANSACTION, WITH ITS BEFORE AND AFTER IMAGES, TO *
134700* THE PERMANENT CHANGE LOG.                         *
134800*****************************************************
134900 7000-WRITE-CHANGE-LOG.
135000*
135100      MOVE SPACES             TO JCHG-RECORD
135200      MOVE CURRENT-DATE       TO JCHG-DATE
135300      MOVE CURRENT-TIME       TO JCHG-TIME
135400      MOVE JMNT-OPERATOR-ID   TO JCHG-OPERATOR-ID
135500      MOVE JMNT-FILE-CODE     TO JCHG-FILE-CODE
135600      MOVE JMNT-ACTION        TO JCHG-ACTION
135700      MOVE JMNT-JOB-ID        TO JCHG-JOB-ID
135800      MOVE WS-BEFORE-IMAGE    TO JCHG-BEFORE-IMAGE
135900      MOVE WS-AFTER-IMAGE     TO JCHG-AFTER-IMAGE
136000      WRITE JCHG-RECORD
136100      IF NOT WS-JCHG-STATUS-OK
136200         DISPLAY ' *** JCHGFILE WRITE FAILED - STATUS: '
136300            WS-JCHG-STATUS ' ***'
136400         MOVE 12              TO WS-RETURN-CODE
136500      END-IF
136600      .
136700 7000-WRITE-CHANGE-LOG-EXIT.
136800      EXIT.
136900*
137000*****************************************************
137100* 8000-WRITE-NEW-MASTERS - WRITE BOTH MAINTAINED    *
137200* TABLES OUT AS THE NEW MASTERS.                    *
137300*****************************************************
137400 8000-WRITE-NEW-MASTERS.
137500*
137600      PERFORM 8100-WRITE-NEWJ-RECORD
137700         THRU 8100-WRITE-NEWJ-RECORD-EXIT
137800         VARYING WS-JOBT-IDX FROM 1 BY 1
137900         UNTIL WS-JOBT-IDX > WS-JOBT-ENTRY-COUNT
138000*
138100      PERFORM 8200-WRITE-NEWS-RECORD
138200         THRU 8200-WRITE-NEWS-RECORD-EXIT
138300         VARYING WS-STPT-IDX FROM 1 BY 1
138400         UNTIL WS-STPT-IDX > WS-STPT-ENTRY-COUNT
138500      .
138600 8000-WRITE-NEW-MASTERS-EXIT.
138700      EXIT.
138800*
138900*****************************************************
139000* 8100-WRITE-NEWJ-RECORD - WRITE ONE JOB PROFILE TO *
139100* THE NEW JOB-PROFILE MASTER.                       *
139200*****************************************************
139300 8100-WRITE-NEWJ-RECORD.
139400*
139500      MOVE WS-JOBT-IMAGE (WS-JOBT-IDX)  TO NEWJ-RECORD
139600      WRITE NEWJ-RECORD
139700      IF NOT WS-NEWJ-STATUS-OK
139800         DISPLAY ' *** NEWJFILE WRITE FAILED - STATUS: '
139900            WS-NEWJ-STATUS ' ***'
140000         MOVE 12              TO WS-RETURN-CODE
140100      END-IF
140200      .
140300 8100-WRITE-NEWJ-RECORD-EXIT.
140400      EXIT.
140500*
140600*****************************************************
140700* 8200-WRITE-NEWS-RECORD - WRITE ONE STEP DEFINITION*
140800* TO THE NEW STEP-DEFINITION MASTER.                *
140900*****************************************************
141000 8200-WRITE-NEWS-RECORD.
141100*
141200      MOVE WS-STPT-IMAGE (WS-STPT-IDX)  TO NEWS-RECORD
141300      WRITE NEWS-RECORD
141400      IF NOT WS-NEWS-STATUS-OK
141500         DISPLAY ' *** NEWSFILE WRITE FAILED - STATUS: '
141600            WS-NEWS-STATUS ' ***'
141700         MOVE 12              TO WS-RETURN-CODE
141800      END-IF
141900      .
142000 8200-WRITE-NEWS-RECORD-EXIT.
142100      EXIT.
142200*
142300*****************************************************
142400* 9000-TERMINATE - WRITE THE LISTING TRAILER, CLOSE *
142500* THE OUTPUTS AND DISPLAY THE MAINTENANCE SUMMARY.  *
142600*****************************************************
142700 9000-TERMINATE.
142800*
142900      IF WS-OUTPUTS-OPENED
143000         IF WS-RJCT-STATUS-OK
143100            MOVE WS-TRANS-READ      TO WS-TRL-READ
143200            MOVE WS-TRANS-APPLIED   TO WS-TRL-APPLIED
143300            MOVE WS-TRANS-REJECTED  TO WS-TRL-REJECTED
143400            MOVE SPACES             TO PRT-RECORD
143500            WRITE PRT-RECORD
143600            MOVE WS-RJCT-TRAILER    TO PRT-RECORD
143700            WRITE PRT-RECORD
143800            CLOSE RJCT-FILE
143900         END-IF
144000         IF WS-NEWJ-STATUS-OK
144100            CLOSE NEWJ-FILE
144200         END-IF
144300         IF WS-NEWS-STATUS-OK
144400            CLOSE NEWS-FILE
144500         END-IF
144600         IF WS-JCHG-STATUS-OK
144700            CLOSE JCHG-FILE
144800         END-IF
144900      END-IF
145000*
145100      DISPLAY ' '
145200      DISPLAY ' TRANSACTIONS READ       : ' WS-TRANS-READ
145300      DISPLAY ' TRANSACTIONS APPLIED    : ' WS-TRANS-APPLIED
145400      DISPLAY ' TRANSACTIONS REJECTED   : ' WS-TRANS-REJECTED
145500      DISPLAY ' RECORDS ADDED           : ' WS-ADD-COUNT
145600      DISPLAY ' RECORDS CHANGED         : ' WS-CHANGE-COUNT
145700      DISPLAY ' RECORDS DELETED         : ' WS-DELETE-COUNT
145800      DISPLAY ' JOB PROFILES ON FILE    : ' WS-JOBT-ENTRY-COUNT
145900      DISPLAY ' STEP DEFINITIONS ON FILE: ' WS-STPT-ENTRY-COUNT
146000      DISPLAY ' '
146100      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
146200      .
146300 9000-TERMINATE-EXIT.
146400      EXIT.
