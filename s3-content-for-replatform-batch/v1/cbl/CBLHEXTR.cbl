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
001900 PROGRAM-ID.    CBLHEXTR.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - NIGHTLY INCREMENTAL
002900*                        EXTRACT OF HISTFILE FOR THE ANALYTICS
003000*                        PLATFORM.  WRITES A COMMA-DELIMITED FILE
003100*                        (POINT THE HEXTFILE DD AT A NEW DATED
003200*                        GENERATION) OF EVERY RUN APPENDED SINCE
003300*                        THE LAST EXTRACT - A HEADER ROW, ONE ROW
003400*                        PER RUN CARRYING THE JOB, RUN AND END
003500*                        TIMESTAMPS, ELAPSED SECONDS, RETURN CODE
003600*                        AND SEVERITY BAND, RUN CLASS, ATTEMPT AND
003700*                        SLA-BREACH FLAG, AND A TRAILER ROW COUNT.
003800*                        THE HIGH-WATER MARK ON HXCTFILE IS ONLY
003900*                        ADVANCED ONCE THE FILE IS CLOSED, SO A
004000*                        RERUN NEVER REPEATS A ROW.
004100******************************************************************
004200/
004300 ENVIRONMENT DIVISION.
004400*--------------------
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-ZSERIES.
004700 OBJECT-COMPUTER.   IBM-ZSERIES.
004800*
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*---------------------------------------------------------------
005200*    HISTFILE - PERSISTENT RUN-HISTORY LOG.  READ TWICE - ONCE
005300*    TO FIND THE HIGH-WATER MARK, ONCE TO EXPORT WHAT FOLLOWS.
005400*---------------------------------------------------------------
005500     SELECT HIST-FILE       ASSIGN TO HISTFILE
005600                             ORGANIZATION IS LINE SEQUENTIAL
005700                             FILE STATUS  IS WS-HIST-STATUS.
005800*---------------------------------------------------------------
005900*    JOBFILE - JOB-PROFILE FILE SUPPLYING THE SLA COMPLETION
006000*    DEADLINE EACH RUN IS FLAGGED AGAINST.
006100*---------------------------------------------------------------
006200     SELECT JOB-FILE        ASSIGN TO JOBFILE
006300                             ORGANIZATION IS LINE SEQUENTIAL
006400                             FILE STATUS  IS WS-JOBP-STATUS.
006500*---------------------------------------------------------------
006600*    HXCTFILE - HIGH-WATER-MARK CONTROL RECORD.  READ AT START,
006700*    REWRITTEN ONCE THE EXTRACT IS SAFELY CLOSED.
006800*---------------------------------------------------------------
006900     SELECT HXCT-FILE       ASSIGN TO HXCTFILE
007000                             ORGANIZATION IS LINE SEQUENTIAL
007100                             FILE STATUS  IS WS-HXCT-STATUS.
007200*---------------------------------------------------------------
007300*    HEXTFILE - THE COMMA-DELIMITED EXTRACT FOR THE ANALYTICS
007400*    PLATFORM.
007500*---------------------------------------------------------------
007600     SELECT HEXT-FILE       ASSIGN TO HEXTFILE
007700                             ORGANIZATION IS LINE SEQUENTIAL
007800                             FILE STATUS  IS WS-HEXT-STATUS.
007900*
008000 DATA DIVISION.
008100*-------------
008200 FILE SECTION.
008300*
008400 FD  HIST-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY HISTREC.
008800*
008900 FD  JOB-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY JOBPREC.
009300*
009400 FD  HXCT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY HXCTREC.
009800*
009900 FD  HEXT-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY HEXTREC.
010300*
010400/
010500 WORKING-STORAGE SECTION.
010600*
010700*****************************************************
010800* STRUCTURE FOR INPUT                               *
010900*****************************************************
011000 01 WS-VARIABLES.
011100    05 WS-PROGRAM                PIC X(08) VALUE 'CBLHEXTR'.
011200    05 CURRENT-DATE              PIC 9(06).
011300    05 CURRENT-TIME              PIC 9(08).
011400    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
011500*
011600*****************************************************
011700* SWITCHES AND STATUS FIELDS                        *
011800*****************************************************
011900 01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
012000    88 WS-HIST-STATUS-OK            VALUE '00'.
012100    88 WS-HIST-STATUS-EOF           VALUE '10'.
012200*
012300 01 WS-JOBP-STATUS               PIC X(02) VALUE '00'.
012400    88 WS-JOBP-STATUS-OK            VALUE '00'.
012500    88 WS-JOBP-STATUS-EOF           VALUE '10'.
012600*
012700 01 WS-HXCT-STATUS               PIC X(02) VALUE '00'.
012800    88 WS-HXCT-STATUS-OK            VALUE '00'.
012900    88 WS-HXCT-STATUS-EOF           VALUE '10'.
013000*
013100 01 WS-HEXT-STATUS               PIC X(02) VALUE '00'.
013200    88 WS-HEXT-STATUS-OK            VALUE '00'.
013300*
013400 01 WS-JOBP-FOUND-SWITCH         PIC X(01) VALUE 'N'.
013500    88 WS-JOBP-ENTRY-FOUND          VALUE 'Y'.
013600*
013700*****************************************************
013800* HOW THE RUNS TO EXPORT ARE CHOSEN.  WITH NO MARK  *
013900* ON FILE EVERY RUN IS EXPORTED.  A MARK FOUND ON   *
014000* HISTFILE EXPORTS EVERY RECORD AFTER IT.  A MARK   *
014100* NO LONGER ON HISTFILE (CBLHARCH HAS ARCHIVED IT)  *
014200* EXPORTS ONLY RUNS STARTED AFTER THE MARKED RUN.   *
014300*****************************************************
014400 01 WS-MARK-MODE                 PIC X(01) VALUE 'N'.
014500    88 WS-MARK-NONE                 VALUE 'N'.
014600    88 WS-MARK-ON-FILE              VALUE 'F'.
014700    88 WS-MARK-ARCHIVED             VALUE 'A'.
014800*
014900 01 WS-EXTRACT-STATE             PIC X(01) VALUE 'N'.
015000    88 WS-EXTRACT-NOT-WRITTEN       VALUE 'N'.
015100    88 WS-EXTRACT-WRITTEN           VALUE 'Y'.
015200*
015300*****************************************************
015400* SEVERITY BANDS - THE S0/S4/S8/S12 TIERS CBLHELLO  *
015500* CLASSIFIES ITS FINAL RETURN CODE INTO.            *
015600*****************************************************
015700 01 WS-HIST-RC                   PIC 9(02) VALUE 0.
015800    88 WS-SEV-NORMAL                VALUES 00 THRU 03.
015900    88 WS-SEV-WARNING               VALUES 04 THRU 07.
016000    88 WS-SEV-ERROR                 VALUES 08 THRU 11.
016100    88 WS-SEV-SEVERE                VALUES 12 THRU 99.
016200*
016300*****************************************************
016400* COUNTERS AND WORK FIELDS                          *
016500*****************************************************
016600 01 WS-HIST-READ-COUNT           PIC 9(09) VALUE 0.
016700 01 WS-HIST-POSITION             PIC 9(09) VALUE 0.
016800 01 WS-MARK-POSITION             PIC 9(09) VALUE 0.
016900 01 WS-ROWS-WRITTEN              PIC 9(07) VALUE 0.
017000 01 WS-RUNS-SKIPPED              PIC 9(07) VALUE 0.
017100 01 WS-RUNS-REJECTED             PIC 9(07) VALUE 0.
017200 01 WS-SLA-BREACHES              PIC 9(07) VALUE 0.
017300 01 WS-TOTAL-ROW-COUNT           PIC 9(09) VALUE 0.
017400 01 WS-CURR-DEADLINE             PIC 9(04) VALUE 0.
017500 01 WS-END-HHMM                  PIC 9(04) VALUE 0.
017600 01 WS-FIELD-PTR                 PIC 9(03) VALUE 0.
017700 01 WS-LEAD-ZEROS                PIC 9(02) VALUE 0.
017800*
017900*****************************************************
018000* THE HIGH-WATER MARK AS READ AT START, AND THE KEY *
018100* OF THE LAST RUN EXPORTED THIS TIME                *
018200*****************************************************
018300 01 WS-OLD-MARK.
018400    05 WS-OLD-MARK-JOB-ID        PIC X(08) VALUE SPACES.
018500    05 WS-OLD-MARK-RUN-DATE      PIC 9(06) VALUE 0.
018600    05 WS-OLD-MARK-RUN-TIME      PIC 9(08) VALUE 0.
018700 01 WS-NEW-MARK.
018800    05 WS-NEW-MARK-JOB-ID        PIC X(08) VALUE SPACES.
018900    05 WS-NEW-MARK-RUN-DATE      PIC 9(06) VALUE 0.
019000    05 WS-NEW-MARK-RUN-TIME      PIC 9(08) VALUE 0.
019100*
019200*****************************************************
019300* TIMESTAMP BUILDING - TWO-DIGIT YEARS ARE TAKEN AS *
019400* 20YY.  A RUN WHOSE END TIME IS EARLIER THAN ITS   *
019500* START TIME ENDED THE NEXT DAY.                    *
019600*****************************************************
019700 01 WS-STAMP-DATE                PIC 9(06) VALUE 0.
019800 01 WS-STAMP-DATE-PARTS          REDEFINES WS-STAMP-DATE.
019900    05 WS-STAMP-YY               PIC 9(02).
020000    05 WS-STAMP-MM               PIC 9(02).
020100    05 WS-STAMP-DD               PIC 9(02).
020200 01 WS-STAMP-TIME                PIC 9(08) VALUE 0.
020300 01 WS-STAMP-TIME-PARTS          REDEFINES WS-STAMP-TIME.
020400    05 WS-STAMP-HH               PIC 9(02).
020500    05 WS-STAMP-MI               PIC 9(02).
020600    05 WS-STAMP-SS               PIC 9(02).
020700    05 WS-STAMP-CC               PIC 9(02).
020800 01 WS-STAMP-TEXT.
020900    05 FILLER                    PIC X(02) VALUE '20'.
021000    05 WS-STX-YY                 PIC 9(02).
021100    05 FILLER                    PIC X(01) VALUE '-'.
021200    05 WS-STX-MM                 PIC 9(02).
021300    05 FILLER                    PIC X(01) VALUE '-'.
021400    05 WS-STX-DD                 PIC 9(02).
021500    05 FILLER                    PIC X(01) VALUE SPACE.
021600    05 WS-STX-HH                 PIC 9(02).
021700    05 FILLER                    PIC X(01) VALUE ':'.
021800    05 WS-STX-MI                 PIC 9(02).
021900    05 FILLER                    PIC X(01) VALUE ':'.
022000    05 WS-STX-SS                 PIC 9(02).
022100 01 WS-RUN-STAMP                 PIC X(19) VALUE SPACES.
022200 01 WS-END-STAMP                 PIC X(19) VALUE SPACES.
022300 01 WS-MONTH-DAYS                PIC 9(02) VALUE 0.
022400 01 WS-LEAP-WORK                 PIC 9(02) VALUE 0.
022500*
022600 01 WS-MONTH-DAY-TABLE.
022700    05 FILLER                    PIC X(24) VALUE
022800          '312831303130313130313031'.
022900 01 WS-MONTH-DAY-ENTRIES         REDEFINES WS-MONTH-DAY-TABLE.
023000    05 WS-MONTH-DAY              PIC 9(02) OCCURS 12 TIMES.
023100*
023200*****************************************************
023300* NUMBER EDITING - A NUMERIC COLUMN GOES OUT WITH   *
023400* ITS LEADING ZEROS DROPPED.                        *
023500*****************************************************
023600 01 WS-NUM-VALUE                 PIC 9(09) VALUE 0.
023700 01 WS-NUM-TEXT                  REDEFINES WS-NUM-VALUE
023800                                 PIC X(09).
023900 01 WS-ELAPSED-TEXT              PIC X(09) VALUE SPACES.
024000 01 WS-RC-TEXT                   PIC X(09) VALUE SPACES.
024100 01 WS-ATTEMPT-TEXT              PIC X(09) VALUE SPACES.
024200 01 WS-COUNT-TEXT                PIC X(09) VALUE SPACES.
024300 01 WS-BAND-TEXT                 PIC X(03) VALUE SPACES.
024400 01 WS-CLASS-TEXT                PIC X(07) VALUE SPACES.
024500 01 WS-BREACH-FLAG               PIC X(01) VALUE 'N'.
024600*
024700*****************************************************
024800* JOB-PROFILE TABLE - JOB-ID AND SLA DEADLINE,      *
024900* LOADED FROM JOBFILE AT START-UP.                  *
025000*****************************************************
025100 01 WS-JOBP-IDX                  PIC 9(04) VALUE 0.
025200 01 WS-JOBP-SRCH-IDX             PIC 9(04) VALUE 0.
025300 01 WS-JOBPROFILE-TABLE.
025400    05 WS-JOBP-ENTRY-COUNT       PIC 9(04) VALUE 0.
025500    05 WS-JOBP-ENTRIES OCCURS 0 TO 200 TIMES
025600              DEPENDING ON WS-JOBP-ENTRY-COUNT.
025700       10 WS-JOBP-TBL-JOB-ID        PIC X(08).
025800       10 WS-JOBP-TBL-SLA           PIC 9(04).
025900*
026000*****************************************************
026100* EXTRACT LINE LAYOUTS                              *
026200*****************************************************
026300 01 WS-HEADER-ROW.
026400    05 FILLER                    PIC X(44) VALUE
026500          'JOB_ID,RUN_TIMESTAMP,END_TIMESTAMP,ELAPSED_S'.
026600    05 FILLER                    PIC X(44) VALUE
026700          'ECONDS,RETURN_CODE,SEVERITY_BAND,RUN_CLASS,A'.
026800    05 FILLER                    PIC X(44) VALUE
026900          'TTEMPT_NUMBER,SLA_BREACH'.
027000    05 FILLER                    PIC X(68) VALUE SPACES.
027100*
027200 01 WS-EXTRACT-ROW               PIC X(200) VALUE SPACES.
027300*
027400 LINKAGE SECTION.
027500  01 PRM-INFO.
027600     05 PRM-LENGTH               PIC S9(04) COMP.
027700     05 PRM-DATA                 PIC X(01).
027800*
027900 PROCEDURE DIVISION USING PRM-INFO.
028000*****************************************************
028100* MAIN PROGRAM ROUTINE                              *
028200*****************************************************
028300 0000-MAIN-PROCESS.
028400*
028500      PERFORM 1000-INITIALIZE
028600         THRU 1000-INITIALIZE-EXIT
028700*
028800      IF WS-RETURN-CODE < 8
028900         PERFORM 2000-WRITE-EXTRACT
029000            THRU 2000-WRITE-EXTRACT-EXIT
029100      END-IF
029200*
029300      IF WS-EXTRACT-WRITTEN
029400         PERFORM 3000-SAVE-HIGH-WATER-MARK
029500            THRU 3000-SAVE-HIGH-WATER-MARK-EXIT
029600      END-IF
029700*
029800      PERFORM 9000-TERMINATE
029900         THRU 9000-TERMINATE-EXIT
030000*
030100      MOVE WS-RETURN-CODE TO RETURN-CODE
030200      GOBACK
030300      .
030400 0000-MAIN-PROCESS-EXIT.
030500      EXIT.
030600*
030700*****************************************************
030800* 1000-INITIALIZE - LOAD THE JOB PROFILES, READ THE *
030900* HIGH-WATER MARK AND FIND IT ON HISTFILE.  WITHOUT *
031000* HISTFILE THERE IS NOTHING TO EXTRACT - RC 8, AND  *
031100* THE MARK IS LEFT WHERE IT WAS.                    *
031200*****************************************************
031300 1000-INITIALIZE.
031400*
031500      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
031600      DISPLAY '-------------------------------'
031700      DISPLAY ' '
031800*
031900      ACCEPT CURRENT-DATE     FROM DATE
032000      ACCEPT CURRENT-TIME     FROM TIME
032100*
032200      OPEN INPUT JOB-FILE
032300      IF WS-JOBP-STATUS-OK
032400         PERFORM 1100-LOAD-JOBP-RECORD
032500            THRU 1100-LOAD-JOBP-RECORD-EXIT
032600            UNTIL WS-JOBP-STATUS-EOF
032700         CLOSE JOB-FILE
032800      ELSE
032900         DISPLAY ' *** JOBFILE NOT FOUND - NO SLA DEADLINES, '
033000            'EVERY RUN IS FLAGGED N ***'
033100         MOVE 4                  TO WS-RETURN-CODE
033200      END-IF
033300*
033400      PERFORM 1200-READ-HIGH-WATER-MARK
033500         THRU 1200-READ-HIGH-WATER-MARK-EXIT
033600*
033700      OPEN INPUT HIST-FILE
033800      IF NOT WS-HIST-STATUS-OK
033900         DISPLAY ' *** HISTFILE COULD NOT BE OPENED - STATUS: '
034000            WS-HIST-STATUS ' - NOTHING EXTRACTED ***'
034100         MOVE 8                  TO WS-RETURN-CODE
034200         GO TO 1000-INITIALIZE-EXIT
034300      END-IF
034400      PERFORM 1300-LOCATE-MARK-RECORD
034500         THRU 1300-LOCATE-MARK-RECORD-EXIT
034600         UNTIL WS-HIST-STATUS-EOF
034700      CLOSE HIST-FILE
034800*
034900      IF WS-MARK-ON-FILE
035000         AND WS-MARK-POSITION = 0
035100         SET WS-MARK-ARCHIVED    TO TRUE
035200         DISPLAY ' *** HIGH-WATER MARK ' WS-OLD-MARK-JOB-ID ' '
035300            WS-OLD-MARK-RUN-DATE ' ' WS-OLD-MARK-RUN-TIME
035400            ' NO LONGER ON HISTFILE - EXPORTING RUNS STARTED '
035500            'AFTER IT ***'
035600         IF WS-RETURN-CODE < 4
035700            MOVE 4               TO WS-RETURN-CODE
035800         END-IF
035900      END-IF
036000      .
036100 1000-INITIALIZE-EXIT.
036200      EXIT.
036300*
036400*****************************************************
036500* 1100-LOAD-JOBP-RECORD - READ ONE JOBFILE RECORD   *
036600* AND KEEP ITS JOB-ID AND SLA DEADLINE.  A NON-     *
036700* NUMERIC DEADLINE LOADS AS ZERO - NO SLA CARRIED.  *
036800*****************************************************
036900 1100-LOAD-JOBP-RECORD.
037000*
037100      READ JOB-FILE
037200         AT END
037300            MOVE '10'   TO WS-JOBP-STATUS
037400         NOT AT END
037500            IF WS-JOBP-ENTRY-COUNT >= 200
037600               DISPLAY ' *** JOB-PROFILE TABLE FULL - ENTRY FOR '
037700                  JOBP-JOB-ID ' NOT LOADED ***'
037800            ELSE
037900               ADD 1                    TO WS-JOBP-ENTRY-COUNT
038000               MOVE WS-JOBP-ENTRY-COUNT TO WS-JOBP-IDX
038100               MOVE JOBP-JOB-ID
038200                  TO WS-JOBP-TBL-JOB-ID (WS-JOBP-IDX)
038300               IF JOBP-SLA-DEADLINE IS NUMERIC
038400                  MOVE JOBP-SLA-DEADLINE
038500                     TO WS-JOBP-TBL-SLA (WS-JOBP-IDX)
038600               ELSE
038700                  MOVE 0
038800                     TO WS-JOBP-TBL-SLA (WS-JOBP-IDX)
038900               END-IF
039000            END-IF
039100      END-READ
039200      .
039300 1100-LOAD-JOBP-RECORD-EXIT.
039400      EXIT.
039500*
039600*****************************************************
039700* 1200-READ-HIGH-WATER-MARK - PICK UP THE MARK LEFT *
039800* BY THE LAST EXTRACT.  NO HXCTFILE, OR A BLANK     *
039900* MARK, MEANS THIS IS THE FIRST EXTRACT AND EVERY   *
040000* RUN ON HISTFILE GOES OUT.                         *
040100*****************************************************
040200 1200-READ-HIGH-WATER-MARK.
040300*
040400      OPEN INPUT HXCT-FILE
040500      IF NOT WS-HXCT-STATUS-OK
040600         DISPLAY ' HXCTFILE NOT PRESENT - FIRST EXTRACT, '
040700            'EVERY RUN ON HISTFILE IS EXPORTED'
040800         GO TO 1200-READ-HIGH-WATER-MARK-EXIT
040900      END-IF
041000*
041100      READ HXCT-FILE
041200         AT END
041300            MOVE '10'   TO WS-HXCT-STATUS
041400      END-READ
041500      CLOSE HXCT-FILE
041600      IF NOT WS-HXCT-STATUS-OK
041700         OR HXCT-MARK-JOB-ID = SPACES
041800         OR HXCT-MARK-RUN-DATE NOT NUMERIC
041900         OR HXCT-MARK-RUN-TIME NOT NUMERIC
042000         DISPLAY ' NO HIGH-WATER MARK ON HXCTFILE - FIRST '
042100            'EXTRACT, EVERY RUN ON HISTFILE IS EXPORTED'
042200         GO TO 1200-READ-HIGH-WATER-MARK-EXIT
042300      END-IF
042400*
042500      SET WS-MARK-ON-FILE     TO TRUE
042600      MOVE HXCT-MARK-JOB-ID   TO WS-OLD-MARK-JOB-ID
042700      MOVE HXCT-MARK-RUN-DATE TO WS-OLD-MARK-RUN-DATE
042800      MOVE HXCT-MARK-RUN-TIME TO WS-OLD-MARK-RUN-TIME
042900      MOVE WS-OLD-MARK        TO WS-NEW-MARK
043000      IF HXCT-TOTAL-ROW-COUNT IS NUMERIC
043100         MOVE HXCT-TOTAL-ROW-COUNT TO WS-TOTAL-ROW-COUNT
043200      END-IF
043300      DISPLAY ' HIGH-WATER MARK : ' WS-OLD-MARK-JOB-ID ' '
043400         WS-OLD-MARK-RUN-DATE ' ' WS-OLD-MARK-RUN-TIME
043500         '  LAST EXTRACT ' HXCT-LAST-EXTRACT-DATE ' '
043600         HXCT-LAST-EXTRACT-TIME
043700      .
043800 1200-READ-HIGH-WATER-MARK-EXIT.
043900      EXIT.
044000*
044100*****************************************************
044200* 1300-LOCATE-MARK-RECORD - READ ONE HISTFILE       *
044300* RECORD ON THE FIRST PASS, NOTING THE POSITION OF  *
044400* THE LAST RECORD CARRYING THE MARKED KEY.          *
044500*****************************************************
044600 1300-LOCATE-MARK-RECORD.
044700*
044800      READ HIST-FILE
044900         AT END
045000            MOVE '10'   TO WS-HIST-STATUS
045100            GO TO 1300-LOCATE-MARK-RECORD-EXIT
045200      END-READ
045300      ADD 1                   TO WS-HIST-READ-COUNT
045400      IF WS-MARK-ON-FILE
045500         AND HIST-JOB-ID   = WS-OLD-MARK-JOB-ID
045600         AND HIST-RUN-DATE = WS-OLD-MARK-RUN-DATE
045700         AND HIST-RUN-TIME = WS-OLD-MARK-RUN-TIME
045800         MOVE WS-HIST-READ-COUNT TO WS-MARK-POSITION
045900      END-IF
046000      .
046100 1300-LOCATE-MARK-RECORD-EXIT.
046200      EXIT.
046300*
046400*****************************************************
046500* 2000-WRITE-EXTRACT - WRITE THE HEADER ROW, ONE ROW*
046600* PER RUN PAST THE MARK AND THE TRAILER ROW.  A     *
046700* FAILURE ANYWHERE LEAVES THE MARK WHERE IT WAS SO  *
046800* THE NEXT RUN EXPORTS THE SAME RUNS AGAIN.         *
046900*****************************************************
047000 2000-WRITE-EXTRACT.
047100*
047200      OPEN OUTPUT HEXT-FILE
047300      IF NOT WS-HEXT-STATUS-OK
047400         DISPLAY ' *** HEXTFILE COULD NOT BE OPENED - STATUS: '
047500            WS-HEXT-STATUS ' - NOTHING EXTRACTED ***'
047600         MOVE 12                 TO WS-RETURN-CODE
047700         GO TO 2000-WRITE-EXTRACT-EXIT
047800      END-IF
047900*
048000      MOVE WS-HEADER-ROW      TO HEXT-RECORD
048100      PERFORM 2900-WRITE-EXTRACT-LINE
048200         THRU 2900-WRITE-EXTRACT-LINE-EXIT
048300*
048400      OPEN INPUT HIST-FILE
048500      IF NOT WS-HIST-STATUS-OK
048600         DISPLAY ' *** HISTFILE COULD NOT BE REOPENED - STATUS: '
048700            WS-HIST-STATUS ' ***'
048800         MOVE 12                 TO WS-RETURN-CODE
048900         CLOSE HEXT-FILE
049000         GO TO 2000-WRITE-EXTRACT-EXIT
049100      END-IF
049200      MOVE 0                  TO WS-HIST-POSITION
049300      PERFORM 2100-PROCESS-HIST-RECORD
049400         THRU 2100-PROCESS-HIST-RECORD-EXIT
049500         UNTIL WS-HIST-STATUS-EOF
049600      CLOSE HIST-FILE
049700*
049800      MOVE WS-ROWS-WRITTEN    TO WS-NUM-VALUE
049900      PERFORM 2700-EDIT-NUMBER
050000         THRU 2700-EDIT-NUMBER-EXIT
050100      MOVE WS-NUM-TEXT (WS-LEAD-ZEROS + 1:) TO WS-COUNT-TEXT
050200      MOVE SPACES             TO HEXT-RECORD
050300      STRING 'TRAILER,' WS-COUNT-TEXT
050400             DELIMITED BY SPACE INTO HEXT-RECORD
050500      PERFORM 2900-WRITE-EXTRACT-LINE
050600         THRU 2900-WRITE-EXTRACT-LINE-EXIT
050700*
050800      CLOSE HEXT-FILE
050900      IF WS-RETURN-CODE < 12
051000         AND WS-HEXT-STATUS-OK
051100         SET WS-EXTRACT-WRITTEN TO TRUE
051200      END-IF
051300      .
051400 2000-WRITE-EXTRACT-EXIT.
051500      EXIT.
051600*
051700*****************************************************
051800* 2100-PROCESS-HIST-RECORD - READ ONE HISTFILE      *
051900* RECORD ON THE SECOND PASS AND EXPORT IT WHEN IT   *
052000* LIES PAST THE MARK.  A RECORD WITH NO JOB-ID OR A *
052100* NON-NUMERIC RUN DATE, TIME OR RETURN CODE CANNOT  *
052200* BE LOADED AND IS COUNTED AS REJECTED.             *
052300*****************************************************
052400 2100-PROCESS-HIST-RECORD.
052500*
052600      READ HIST-FILE
052700         AT END
052800            MOVE '10'   TO WS-HIST-STATUS
052900            GO TO 2100-PROCESS-HIST-RECORD-EXIT
053000      END-READ
053100      ADD 1                   TO WS-HIST-POSITION
053200*
053300      EVALUATE TRUE
053400         WHEN WS-MARK-ON-FILE
053500            AND WS-HIST-POSITION NOT > WS-MARK-POSITION
053600            ADD 1                TO WS-RUNS-SKIPPED
053700            GO TO 2100-PROCESS-HIST-RECORD-EXIT
053800         WHEN WS-MARK-ARCHIVED
053900            AND HIST-RUN-DATE IS NUMERIC
054000            AND HIST-RUN-TIME IS NUMERIC
054100            AND (HIST-RUN-DATE < WS-OLD-MARK-RUN-DATE
054200             OR (HIST-RUN-DATE = WS-OLD-MARK-RUN-DATE
054300                 AND HIST-RUN-TIME NOT > WS-OLD-MARK-RUN-TIME))
054400            ADD 1                TO WS-RUNS-SKIPPED
054500            GO TO 2100-PROCESS-HIST-RECORD-EXIT
054600         WHEN OTHER
054700            CONTINUE
054800      END-EVALUATE
054900*
055000      IF HIST-JOB-ID = SPACES
055100         OR HIST-RUN-DATE NOT NUMERIC
055200         OR HIST-RUN-TIME NOT NUMERIC
055300         OR HIST-RETURN-CODE NOT NUMERIC
055400         ADD 1                   TO WS-RUNS-REJECTED
055500         DISPLAY ' *** HISTFILE RECORD ' WS-HIST-POSITION
055600            ' IS NOT A VALID RUN - NOT EXTRACTED ***'
055700         IF WS-RETURN-CODE < 4
055800            MOVE 4               TO WS-RETURN-CODE
055900         END-IF
056000         GO TO 2100-PROCESS-HIST-RECORD-EXIT
056100      END-IF
056200*
056300      PERFORM 2200-BUILD-EXTRACT-ROW
056400         THRU 2200-BUILD-EXTRACT-ROW-EXIT
056500      MOVE WS-EXTRACT-ROW     TO HEXT-RECORD
056600      PERFORM 2900-WRITE-EXTRACT-LINE
056700         THRU 2900-WRITE-EXTRACT-LINE-EXIT
056800      IF WS-HEXT-STATUS-OK
056900         ADD 1                   TO WS-ROWS-WRITTEN
057000         MOVE HIST-JOB-ID        TO WS-NEW-MARK-JOB-ID
057100         MOVE HIST-RUN-DATE      TO WS-NEW-MARK-RUN-DATE
057200         MOVE HIST-RUN-TIME      TO WS-NEW-MARK-RUN-TIME
057300      END-IF
057400      .
057500 2100-PROCESS-HIST-RECORD-EXIT.
057600      EXIT.
057700*
057800*****************************************************
057900* 2200-BUILD-EXTRACT-ROW - FORMAT THE RUN JUST READ *
058000* AS ONE COMMA-DELIMITED ROW.                       *
058100*****************************************************
058200 2200-BUILD-EXTRACT-ROW.
058300*
058400      MOVE HIST-RUN-DATE      TO WS-STAMP-DATE
058500      MOVE HIST-RUN-TIME      TO WS-STAMP-TIME
058600      PERFORM 2500-FORMAT-TIMESTAMP
058700         THRU 2500-FORMAT-TIMESTAMP-EXIT
058800      MOVE WS-STAMP-TEXT      TO WS-RUN-STAMP
058900*
059000      MOVE SPACES             TO WS-END-STAMP
059100      IF HIST-END-TIME IS NUMERIC
059200         MOVE HIST-END-TIME   TO WS-STAMP-TIME
059300         IF HIST-END-TIME < HIST-RUN-TIME
059400            PERFORM 2600-ADVANCE-ONE-DAY
059500               THRU 2600-ADVANCE-ONE-DAY-EXIT
059600         END-IF
059700         PERFORM 2500-FORMAT-TIMESTAMP
059800            THRU 2500-FORMAT-TIMESTAMP-EXIT
059900         MOVE WS-STAMP-TEXT   TO WS-END-STAMP
060000      END-IF
060100*
060200      MOVE 0                  TO WS-NUM-VALUE
060300      IF HIST-ELAPSED-SECONDS IS NUMERIC
060400         MOVE HIST-ELAPSED-SECONDS TO WS-NUM-VALUE
060500      END-IF
060600      PERFORM 2700-EDIT-NUMBER
060700         THRU 2700-EDIT-NUMBER-EXIT
060800      MOVE WS-NUM-TEXT (WS-LEAD-ZEROS + 1:) TO WS-ELAPSED-TEXT
060900*
061000      MOVE HIST-RETURN-CODE   TO WS-HIST-RC
061100      MOVE HIST-RETURN-CODE   TO WS-NUM-VALUE
061200      PERFORM 2700-EDIT-NUMBER
061300         THRU 2700-EDIT-NUMBER-EXIT
061400      MOVE WS-NUM-TEXT (WS-LEAD-ZEROS + 1:) TO WS-RC-TEXT
061500      EVALUATE TRUE
061600         WHEN WS-SEV-NORMAL
061700            MOVE 'S0'            TO WS-BAND-TEXT
061800         WHEN WS-SEV-WARNING
061900            MOVE 'S4'            TO WS-BAND-TEXT
062000         WHEN WS-SEV-ERROR
062100            MOVE 'S8'            TO WS-BAND-TEXT
062200         WHEN OTHER
062300            MOVE 'S12'           TO WS-BAND-TEXT
062400      END-EVALUATE
062500*
062600      EVALUATE TRUE
062700         WHEN HIST-CLASS-CATCHUP
062800            MOVE 'CATCHUP'       TO WS-CLASS-TEXT
062900         WHEN HIST-CLASS-RETRY
063000            MOVE 'RETRY'         TO WS-CLASS-TEXT
063100         WHEN OTHER
063200            MOVE 'NORMAL'        TO WS-CLASS-TEXT
063300      END-EVALUATE
063400*
063500      MOVE 1                  TO WS-NUM-VALUE
063600      IF HIST-ATTEMPT-NUMBER IS NUMERIC
063700         AND HIST-ATTEMPT-NUMBER > 0
063800         MOVE HIST-ATTEMPT-NUMBER TO WS-NUM-VALUE
063900      END-IF
064000      PERFORM 2700-EDIT-NUMBER
064100         THRU 2700-EDIT-NUMBER-EXIT
064200      MOVE WS-NUM-TEXT (WS-LEAD-ZEROS + 1:) TO WS-ATTEMPT-TEXT
064300*
064400      PERFORM 2300-TEST-SLA-BREACH
064500         THRU 2300-TEST-SLA-BREACH-EXIT
064600*
064700      MOVE SPACES             TO WS-EXTRACT-ROW
064800      MOVE 1                  TO WS-FIELD-PTR
064900      STRING HIST-JOB-ID      DELIMITED BY SPACE
065000             ','              DELIMITED BY SIZE
065100             WS-RUN-STAMP     DELIMITED BY '  '
065200             ','              DELIMITED BY SIZE
065300             WS-END-STAMP     DELIMITED BY '  '
065400             ','              DELIMITED BY SIZE
065500             WS-ELAPSED-TEXT  DELIMITED BY SPACE
065600             ','              DELIMITED BY SIZE
065700             WS-RC-TEXT       DELIMITED BY SPACE
065800             ','              DELIMITED BY SIZE
065900             WS-BAND-TEXT     DELIMITED BY SPACE
066000             ','              DELIMITED BY SIZE
066100             WS-CLASS-TEXT    DELIMITED BY SPACE
066200             ','              DELIMITED BY SIZE
066300             WS-ATTEMPT-TEXT  DELIMITED BY SPACE
066400             ','              DELIMITED BY SIZE
066500             WS-BREACH-FLAG   DELIMITED BY SIZE
066600             INTO WS-EXTRACT-ROW
066700             WITH POINTER WS-FIELD-PTR
066800      END-STRING
066900      .
067000 2200-BUILD-EXTRACT-ROW-EXIT.
067100      EXIT.
067200*
067300*****************************************************
067400* 2300-TEST-SLA-BREACH - FLAG THE RUN Y WHEN ITS    *
067500* JOB CARRIES A DEADLINE AND IT ENDED PAST IT, BY   *
067600* THE SAME HHMM COMPARISON CBLSLAMN REPORTS ACTUAL  *
067700* BREACHES ON; OTHERWISE N.                         *
067800*****************************************************
067900 2300-TEST-SLA-BREACH.
068000*
068100      MOVE 'N'                TO WS-BREACH-FLAG
068200      MOVE 'N'                TO WS-JOBP-FOUND-SWITCH
068300      MOVE 0                  TO WS-CURR-DEADLINE
068400      PERFORM 2350-SEARCH-JOBP-ENTRY
068500         THRU 2350-SEARCH-JOBP-ENTRY-EXIT
068600         VARYING WS-JOBP-SRCH-IDX FROM 1 BY 1
068700         UNTIL WS-JOBP-SRCH-IDX > WS-JOBP-ENTRY-COUNT
068800            OR WS-JOBP-ENTRY-FOUND
068900      IF NOT WS-JOBP-ENTRY-FOUND
069000         OR WS-CURR-DEADLINE = 0
069100         OR HIST-END-TIME NOT NUMERIC
069200         GO TO 2300-TEST-SLA-BREACH-EXIT
069300      END-IF
069400*
069500      MOVE HIST-END-TIME      TO WS-STAMP-TIME
069600      COMPUTE WS-END-HHMM = (WS-STAMP-HH * 100) + WS-STAMP-MI
069700      IF WS-END-HHMM > WS-CURR-DEADLINE
069800         MOVE 'Y'                TO WS-BREACH-FLAG
069900         ADD 1                   TO WS-SLA-BREACHES
070000      END-IF
070100      .
070200 2300-TEST-SLA-BREACH-EXIT.
070300      EXIT.
070400*
070500*****************************************************
070600* 2350-SEARCH-JOBP-ENTRY - TEST ONE TABLE ROW FOR A *
070700* JOB-ID MATCH DURING THE LINEAR SEARCH ABOVE.      *
070800*****************************************************
070900 2350-SEARCH-JOBP-ENTRY.
071000*
071100      IF WS-JOBP-TBL-JOB-ID (WS-JOBP-SRCH-IDX) = HIST-JOB-ID
071200         SET WS-JOBP-ENTRY-FOUND TO TRUE
071300         MOVE WS-JOBP-TBL-SLA (WS-JOBP-SRCH-IDX)
071400            TO WS-CURR-DEADLINE
071500      END-IF
071600      .
071700 2350-SEARCH-JOBP-ENTRY-EXIT.
071800      EXIT.
071900*
072000*****************************************************
072100* 2500-FORMAT-TIMESTAMP - FORMAT WS-STAMP-DATE AND  *
072200* WS-STAMP-TIME AS YYYY-MM-DD HH:MM:SS.             *
072300*****************************************************
072400 2500-FORMAT-TIMESTAMP.
072500*
072600      MOVE WS-STAMP-YY        TO WS-STX-YY
072700      MOVE WS-STAMP-MM        TO WS-STX-MM
072800      MOVE WS-STAMP-DD        TO WS-STX-DD
072900      MOVE WS-STAMP-HH        TO WS-STX-HH
073000      MOVE WS-STAMP-MI        TO WS-STX-MI
073100      MOVE WS-STAMP-SS        TO WS-STX-SS
073200      .
073300 2500-FORMAT-TIMESTAMP-EXIT.
073400      EXIT.
073500*
073600*****************************************************
073700* 2600-ADVANCE-ONE-DAY - ROLL WS-STAMP-DATE FORWARD *
073800* ONE CALENDAR DAY, HONORING MONTH LENGTHS, A       *
073900* FEBRUARY 29TH EVERY FOURTH YEAR AND THE YEAR END. *
074000*****************************************************
074100 2600-ADVANCE-ONE-DAY.
074200*
074300      MOVE WS-MONTH-DAY (WS-STAMP-MM) TO WS-MONTH-DAYS
074400      IF WS-STAMP-MM = 2
074500         DIVIDE WS-STAMP-YY BY 4
074600            GIVING WS-LEAP-WORK
074700            REMAINDER WS-MONTH-DAYS
074800         IF WS-MONTH-DAYS = 0
074900            MOVE 29           TO WS-MONTH-DAYS
075000         ELSE
075100            MOVE 28           TO WS-MONTH-DAYS
075200         END-IF
075300      END-IF
075400*
075500      IF WS-STAMP-DD < WS-MONTH-DAYS
075600         ADD 1                TO WS-STAMP-DD
075700      ELSE
075800         MOVE 1               TO WS-STAMP-DD
075900         IF WS-STAMP-MM < 12
076000            ADD 1             TO WS-STAMP-MM
076100         ELSE
076200            MOVE 1            TO WS-STAMP-MM
076300            ADD 1             TO WS-STAMP-YY
076400         END-IF
076500      END-IF
076600      .
076700 2600-ADVANCE-ONE-DAY-EXIT.
076800      EXIT.
076900*
077000*****************************************************
077100* 2700-EDIT-NUMBER - COUNT THE LEADING ZEROS OF     *
077200* WS-NUM-VALUE SO THE CALLER CAN MOVE THE DIGITS    *
077300* THAT FOLLOW THEM.  ZERO ITSELF KEEPS ONE DIGIT.   *
077400*****************************************************
077500 2700-EDIT-NUMBER.
077600*
077700      MOVE 0                  TO WS-LEAD-ZEROS
077800      INSPECT WS-NUM-TEXT TALLYING WS-LEAD-ZEROS FOR LEADING '0'
077900      IF WS-LEAD-ZEROS > 8
078000         MOVE 8               TO WS-LEAD-ZEROS
078100      END-IF
078200      .
078300 2700-EDIT-NUMBER-EXIT.
078400      EXIT.
078500*
078600*****************************************************
078700* 2900-WRITE-EXTRACT-LINE - WRITE HEXT-RECORD.  A   *
078800* WRITE FAILURE ENDS THE RUN RC 12 WITH THE MARK    *
078900* LEFT WHERE IT WAS.                                *
079000*****************************************************
079100 2900-WRITE-EXTRACT-LINE.
079200*
079300      WRITE HEXT-RECORD
079400      IF NOT WS-HEXT-STATUS-OK
079500         DISPLAY ' *** HEXTFILE WRITE FAILED - STATUS: '
079600            WS-HEXT-STATUS ' ***'
079700         MOVE 12                 TO WS-RETURN-CODE
079800      END-IF
079900      .
080000 2900-WRITE-EXTRACT-LINE-EXIT.
080100      EXIT.
080200*
080300*****************************************************
080400* 3000-SAVE-HIGH-WATER-MARK - REWRITE HXCTFILE WITH *
080500* THE KEY OF THE LAST RUN EXPORTED.  WHEN NOTHING   *
080600* NEW WAS EXPORTED THE MARK STAYS WHERE IT WAS AND  *
080700* ONLY THE EXTRACT STAMP MOVES.                     *
080800*****************************************************
080900 3000-SAVE-HIGH-WATER-MARK.
081000*
081100      ADD WS-ROWS-WRITTEN     TO WS-TOTAL-ROW-COUNT
081200      OPEN OUTPUT HXCT-FILE
081300      IF NOT WS-HXCT-STATUS-OK
081400         DISPLAY ' *** HXCTFILE COULD NOT BE OPENED - STATUS: '
081500            WS-HXCT-STATUS ' - HIGH-WATER MARK NOT ADVANCED ***'
081600         MOVE 12                 TO WS-RETURN-CODE
081700         GO TO 3000-SAVE-HIGH-WATER-MARK-EXIT
081800      END-IF
081900*
082000      MOVE SPACES             TO HXCT-RECORD
082100      MOVE WS-NEW-MARK-JOB-ID   TO HXCT-MARK-JOB-ID
082200      MOVE WS-NEW-MARK-RUN-DATE TO HXCT-MARK-RUN-DATE
082300      MOVE WS-NEW-MARK-RUN-TIME TO HXCT-MARK-RUN-TIME
082400      MOVE CURRENT-DATE       TO HXCT-LAST-EXTRACT-DATE
082500      MOVE CURRENT-TIME       TO HXCT-LAST-EXTRACT-TIME
082600      MOVE WS-ROWS-WRITTEN    TO HXCT-LAST-ROW-COUNT
082700      MOVE WS-TOTAL-ROW-COUNT TO HXCT-TOTAL-ROW-COUNT
082800      MOVE WS-HIST-READ-COUNT TO HXCT-HIST-RECORD-COUNT
082900      WRITE HXCT-RECORD
083000      IF NOT WS-HXCT-STATUS-OK
083100         DISPLAY ' *** HXCTFILE WRITE FAILED - STATUS: '
083200            WS-HXCT-STATUS ' - HIGH-WATER MARK NOT ADVANCED ***'
083300         MOVE 12                 TO WS-RETURN-CODE
083400      END-IF
083500      CLOSE HXCT-FILE
083600      .
083700 3000-SAVE-HIGH-WATER-MARK-EXIT.
083800      EXIT.
083900*
084000*****************************************************
084100* 9000-TERMINATE - DISPLAY THE RUN SUMMARY.         *
084200*****************************************************
084300 9000-TERMINATE.
084400*
084500      DISPLAY ' '
084600      DISPLAY ' HISTFILE RECORDS READ   : ' WS-HIST-READ-COUNT
084700      DISPLAY ' ALREADY EXTRACTED       : ' WS-RUNS-SKIPPED
084800      DISPLAY ' REJECTED AS NOT VALID   : ' WS-RUNS-REJECTED
084900      DISPLAY ' ROWS EXTRACTED          : ' WS-ROWS-WRITTEN
085000      DISPLAY ' SLA BREACHES FLAGGED    : ' WS-SLA-BREACHES
085100      IF WS-EXTRACT-WRITTEN
085200         AND WS-RETURN-CODE < 12
085300         DISPLAY ' HIGH-WATER MARK NOW    : ' WS-NEW-MARK-JOB-ID
085400            ' ' WS-NEW-MARK-RUN-DATE ' ' WS-NEW-MARK-RUN-TIME
085500      ELSE
085600         DISPLAY ' HIGH-WATER MARK NOT ADVANCED'
085700      END-IF
085800      DISPLAY ' '
085900      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
086000      .
086100 9000-TERMINATE-EXIT.
086200      EXIT.
