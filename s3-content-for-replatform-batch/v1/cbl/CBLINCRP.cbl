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
001900 PROGRAM-ID.    CBLINCRP.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - THE INCIDENT REPORTS.
002900*                        READS THE KEYED INCIDENT MASTER
003000*                        (INCDVSAM, INCDREC) KEPT BY CBLINCDT AND
003100*                        PRINTS THREE REPORTS ON INCRFILE, EACH
003200*                        FROM A NEW PAGE - THE OPEN INCIDENTS,
003300*                        OLDEST FIRST, WITH THEIR AGE SINCE THE
003400*                        FAILING RUN ENDED; THE MEAN TIME TO
003500*                        RESOLVE PER JOB AND PER RESOLUTION CODE
003600*                        OVER EVERY CLOSED INCIDENT; AND THE
003700*                        CHRONIC OFFENDERS - JOBS WITH REPEATED
003800*                        INCIDENTS IN THE ROLLING 30 DAYS ENDING
003900*                        ON THE AS-OF DATE, MOST INCIDENTS FIRST,
004000*                        FOR THE MONTHLY OPERATIONS REVIEW.
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
005200*    INCDVSAM - THE KEYED INCIDENT MASTER, READ THROUGH IN KEY
005300*    (JOB-ID / CYCLE DATE) ORDER.
005400*---------------------------------------------------------------
005500     SELECT INCD-FILE       ASSIGN TO INCDVSAM
005600                             ORGANIZATION IS INDEXED
005700                             ACCESS MODE  IS DYNAMIC
005800                             RECORD KEY   IS INCD-KEY
005900                             FILE STATUS  IS WS-INCD-STATUS.
006000*---------------------------------------------------------------
006100*    INCRFILE - THE THREE FORMATTED INCIDENT REPORTS.
006200*---------------------------------------------------------------
006300     SELECT INCR-FILE       ASSIGN TO INCRFILE
006400                             ORGANIZATION IS LINE SEQUENTIAL
006500                             FILE STATUS  IS WS-INCR-STATUS.
006600*
006700 DATA DIVISION.
006800*-------------
006900 FILE SECTION.
007000*
007100 FD  INCD-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY INCDREC.
007400*
007500 FD  INCR-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY PRTREC.
007900*
008000/
008100 WORKING-STORAGE SECTION.
008200*
008300*****************************************************
008400* STRUCTURE FOR INPUT                               *
008500*****************************************************
008600 01 WS-VARIABLES.
008700    05 WS-PROGRAM                PIC X(08) VALUE 'CBLINCRP'.
008800    05 CURRENT-DATE              PIC 9(06).
008900    05 CURRENT-TIME              PIC 9(08).
009000    05 CURRENT-TIME-PARTS        REDEFINES CURRENT-TIME.
009100       10 CURRENT-TIME-HH           PIC 9(02).
009200       10 CURRENT-TIME-MM           PIC 9(02).
009300       10 CURRENT-TIME-SS           PIC 9(02).
009400       10 CURRENT-TIME-CC           PIC 9(02).
009500    05 WS-AS-OF-DATE             PIC 9(06) VALUE 0.
009600    05 WS-CHRONIC-MINIMUM        PIC 9(02) VALUE 2.
009700    05 WS-CHRONIC-WINDOW-DAYS    PIC 9(03) VALUE 30.
009800    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
009900*
010000*****************************************************
010100* SWITCHES AND STATUS FIELDS                        *
010200*****************************************************
010300 01 WS-INCD-STATUS               PIC X(02) VALUE '00'.
010400    88 WS-INCD-STATUS-OK            VALUE '00'.
010500    88 WS-INCD-STATUS-EOF           VALUE '10'.
010600*
010700 01 WS-INCR-STATUS               PIC X(02) VALUE '00'.
010800    88 WS-INCR-STATUS-OK            VALUE '00'.
010900*
011000 01 WS-INCR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
011100    88 WS-INCR-FILE-OPEN            VALUE 'Y'.
011200*
011300 01 WS-JAGG-FOUND-SWITCH         PIC X(01) VALUE 'N'.
011400    88 WS-JAGG-ENTRY-FOUND          VALUE 'Y'.
011500*
011600 01 WS-RESC-FOUND-SWITCH         PIC X(01) VALUE 'N'.
011700    88 WS-RESC-ENTRY-FOUND          VALUE 'Y'.
011800*
011900*****************************************************
012000* COUNTERS AND WORK FIELDS                          *
012100*****************************************************
012200 01 WS-INCD-READ-COUNT           PIC 9(05) VALUE 0.
012300 01 WS-OPEN-COUNT                PIC 9(05) VALUE 0.
012400 01 WS-CLOSED-COUNT              PIC 9(05) VALUE 0.
012500 01 WS-CLOSED-MINUTES            PIC 9(09) VALUE 0.
012600 01 WS-CHRONIC-COUNT             PIC 9(05) VALUE 0.
012700 01 WS-BAND-UNDER-1              PIC 9(05) VALUE 0.
012800 01 WS-BAND-1-TO-2               PIC 9(05) VALUE 0.
012900 01 WS-BAND-3-TO-7               PIC 9(05) VALUE 0.
013000 01 WS-BAND-OVER-7               PIC 9(05) VALUE 0.
013100 01 WS-INCT-IDX                  PIC 9(04) VALUE 0.
013200 01 WS-SCAN-IDX                  PIC 9(04) VALUE 0.
013300 01 WS-PICK-IDX                  PIC 9(04) VALUE 0.
013400 01 WS-JAGG-IDX                  PIC 9(04) VALUE 0.
013500 01 WS-JAGG-SRCH-IDX             PIC 9(04) VALUE 0.
013600 01 WS-RESC-IDX                  PIC 9(02) VALUE 0.
013700 01 WS-RESC-SRCH-IDX             PIC 9(02) VALUE 0.
013800 01 WS-PASS-IDX                  PIC 9(04) VALUE 0.
013900 01 WS-MEAN-DIVISOR              PIC 9(05) VALUE 0.
014000 01 WS-AGE-DAYS                  PIC 9(05) VALUE 0.
014100 01 WS-AGE-REM-SECS              PIC 9(05) VALUE 0.
014200 01 WS-MEAN-MINUTES              PIC 9(07) VALUE 0.
014300 01 WS-DUR-MINUTES               PIC 9(09) VALUE 0.
014400 01 WS-DUR-HOURS                 PIC 9(07) VALUE 0.
014500 01 WS-DUR-REM                   PIC 9(02) VALUE 0.
014600 01 WS-WINDOW-LOW-DAY            PIC 9(07) VALUE 0.
014700 01 WS-AS-OF-DAY-NUMBER          PIC 9(07) VALUE 0.
014800 01 WS-CYCLE-DAY-NUMBER          PIC 9(07) VALUE 0.
014900 01 WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.
015000 01 WS-LINE-COUNT                PIC 9(02) VALUE 99.
015100 01 WS-PAGE-COUNT                PIC 9(04) VALUE 0.
015200 01 WS-PRINT-LINE                PIC X(132) VALUE SPACES.
015300 01 WS-CUR-HEADING-1             PIC X(132) VALUE SPACES.
015400 01 WS-CUR-HEADING-2             PIC X(132) VALUE SPACES.
015500*
015600*****************************************************
015700* STAMP AGEING - AS IN CBLNOTFY, A STAMP IS AGED    *
015800* AGAINST THE CURRENT DATE AND TIME.                *
015900*****************************************************
016000 01 WS-NOW-DAY-NUMBER            PIC 9(07) VALUE 0.
016100 01 WS-NOW-SECS                  PIC 9(05) VALUE 0.
016200 01 WS-STAMP-DATE                PIC 9(06) VALUE 0.
016300 01 WS-STAMP-TIME                PIC 9(08) VALUE 0.
016400 01 WS-STAMP-TIME-PARTS          REDEFINES WS-STAMP-TIME.
016500    05 WS-STAMP-TIME-HH          PIC 9(02).
016600    05 WS-STAMP-TIME-MM          PIC 9(02).
016700    05 WS-STAMP-TIME-SS          PIC 9(02).
016800    05 WS-STAMP-TIME-CC          PIC 9(02).
016900 01 WS-STAMP-DAY-NUMBER          PIC 9(07) VALUE 0.
017000 01 WS-STAMP-SECS                PIC 9(05) VALUE 0.
017100 01 WS-STAMP-AGE-SECS            PIC 9(09) VALUE 0.
017200*
017300 01 WS-SERIAL-DATE               PIC 9(06) VALUE 0.
017400 01 WS-SERIAL-PARTS              REDEFINES WS-SERIAL-DATE.
017500    05 WS-SERIAL-YY              PIC 9(02).
017600    05 WS-SERIAL-MM              PIC 9(02).
017700    05 WS-SERIAL-DD              PIC 9(02).
017800 01 WS-SERIAL-DAYS               PIC 9(07) VALUE 0.
017900 01 WS-SERIAL-WORK               PIC 9(07) VALUE 0.
018000 01 WS-SERIAL-REM                PIC 9(02) VALUE 0.
018100*
018200 01 WS-CUM-DAY-TABLE.
018300    05 FILLER                    PIC X(36) VALUE
018400          '000031059090120151181212243273304334'.
018500 01 WS-CUM-DAY-ENTRIES           REDEFINES WS-CUM-DAY-TABLE.
018600    05 WS-CUM-DAYS               PIC 9(03) OCCURS 12 TIMES.
018700*
018800*****************************************************
018900* INCIDENT TABLE - THE MASTER HELD IN MEMORY SO THE *
019000* OPEN INCIDENTS CAN BE LISTED OLDEST FIRST.        *
019100*****************************************************
019200 01 WS-INCIDENT-TABLE.
019300    05 WS-INCT-ENTRY-COUNT       PIC 9(04) VALUE 0.
019400    05 WS-INCT-ENTRIES OCCURS 0 TO 1000 TIMES
019500              DEPENDING ON WS-INCT-ENTRY-COUNT.
019600       10 WS-INCT-JOB-ID            PIC X(08).
019700       10 WS-INCT-CYCLE-DATE        PIC 9(06).
019800       10 WS-INCT-STATE             PIC X(01).
019900          88 WS-INCT-IS-OPEN           VALUE 'O'.
020000          88 WS-INCT-IS-ASSIGNED       VALUE 'A'.
020100          88 WS-INCT-IS-CLOSED         VALUE 'C'.
020200       10 WS-INCT-FAIL-RC           PIC 9(02).
020300       10 WS-INCT-FAIL-ATTEMPT      PIC 9(02).
020400       10 WS-INCT-IMPACT-COUNT      PIC 9(04).
020500       10 WS-INCT-ASSIGNEE          PIC X(16).
020600       10 WS-INCT-NOTE-COUNT        PIC 9(03).
020700       10 WS-INCT-LAST-NOTE         PIC X(60).
020800       10 WS-INCT-AGE-SECS          PIC 9(09).
020900       10 WS-INCT-PRINTED           PIC X(01).
021000          88 WS-INCT-IS-PRINTED        VALUE 'Y'.
021100*
021200*****************************************************
021300* JOB AGGREGATES - ONE ROW PER JOB-ID ON THE        *
021400* MASTER: ALL-TIME RESOLVE TOTALS FOR THE MTTR      *
021500* REPORT AND THE ROLLING-WINDOW FIGURES FOR THE     *
021600* CHRONIC-OFFENDER REPORT.                          *
021700*****************************************************
021800 01 WS-JOB-AGGREGATE-TABLE.
021900    05 WS-JAGG-ENTRY-COUNT       PIC 9(04) VALUE 0.
022000    05 WS-JAGG-ENTRIES OCCURS 0 TO 300 TIMES
022100              DEPENDING ON WS-JAGG-ENTRY-COUNT.
022200       10 WS-JAGG-JOB-ID            PIC X(08).
022300       10 WS-JAGG-CLOSED            PIC 9(05).
022400       10 WS-JAGG-MINUTES           PIC 9(09).
022500       10 WS-JAGG-LONGEST           PIC 9(07).
022600       10 WS-JAGG-WIN-COUNT         PIC 9(05).
022700       10 WS-JAGG-WIN-FIRST         PIC 9(06).
022800       10 WS-JAGG-WIN-LAST          PIC 9(06).
022900       10 WS-JAGG-WIN-OPEN          PIC 9(05).
023000       10 WS-JAGG-WIN-BLOCKED       PIC 9(07).
023100       10 WS-JAGG-WIN-WORST         PIC 9(02).
023200       10 WS-JAGG-PRINTED           PIC X(01).
023300          88 WS-JAGG-IS-PRINTED        VALUE 'Y'.
023400*
023500*****************************************************
023600* RESOLUTION-CODE AGGREGATES - THE SIX CODES        *
023700* CBLINCDT ACCEPTS ON A CLOSE.                      *
023800*****************************************************
023900 01 WS-RESOLUTION-CODE-TABLE.
024000    05 FILLER                    PIC X(24) VALUE
024100          'RERNDATACODEENVRUPSTNFIX'.
024200 01 WS-RESOLUTION-CODES          REDEFINES
024300                                 WS-RESOLUTION-CODE-TABLE.
024400    05 WS-RESC-CODE              PIC X(04) OCCURS 6 TIMES.
024500*
024600 01 WS-RESOLUTION-DESC-TABLE.
024700    05 FILLER                    PIC X(30) VALUE
024800          'RERUN CLEAN WITH NO CHANGE    '.
024900    05 FILLER                    PIC X(30) VALUE
025000          'INPUT DATA CORRECTED          '.
025100    05 FILLER                    PIC X(30) VALUE
025200          'PROGRAM, PARM OR JCL FIXED    '.
025300    05 FILLER                    PIC X(30) VALUE
025400          'INFRASTRUCTURE OR ENVIRONMENT '.
025500    05 FILLER                    PIC X(30) VALUE
025600          'UPSTREAM OR VENDOR FEED       '.
025700    05 FILLER                    PIC X(30) VALUE
025800          'ACCEPTED WITHOUT A FIX        '.
025900 01 WS-RESOLUTION-DESCS          REDEFINES
026000                                 WS-RESOLUTION-DESC-TABLE.
026100    05 WS-RESC-DESC              PIC X(30) OCCURS 6 TIMES.
026200*
026300 01 WS-RESC-TOTALS.
026400    05 WS-RESC-ENTRIES OCCURS 6 TIMES.
026500       10 WS-RESC-CLOSED            PIC 9(05).
026600       10 WS-RESC-MINUTES           PIC 9(09).
026700       10 WS-RESC-LONGEST           PIC 9(07).
026800*
026900*****************************************************
027000* REPORT LINE LAYOUTS                               *
027100*****************************************************
027200 01 WS-PAGE-HEADING.
027300    05 FILLER                    PIC X(19) VALUE
027400          'INCIDENT REPORTS - '.
027500    05 WS-HDG-TITLE              PIC X(48).
027600    05 FILLER                    PIC X(08) VALUE '  AS OF '.
027700    05 WS-HDG-AS-OF              PIC 9(06).
027800    05 FILLER                    PIC X(08) VALUE '   PAGE '.
027900    05 WS-HDG-PAGE               PIC ZZZ9.
028000    05 FILLER                    PIC X(39) VALUE SPACES.
028100*
028200 01 WS-AGE-HEADING-1.
028300    05 FILLER                    PIC X(48) VALUE
028400          'JOB-ID   CYCLE   RC ATT BLOCKED STATE    ASSIGNE'.
028500    05 FILLER                    PIC X(36) VALUE
028600          'E          -- AGE -- NOTES LAST NOTE'.
028700    05 FILLER                    PIC X(48) VALUE SPACES.
028800*
028900 01 WS-AGE-HEADING-2.
029000    05 FILLER                    PIC X(48) VALUE
029100          '                                                '.
029200    05 FILLER                    PIC X(21) VALUE
029300          '           DAYS HH:MM'.
029400    05 FILLER                    PIC X(63) VALUE SPACES.
029500*
029600 01 WS-AGE-DETAIL.
029700    05 WS-AGD-JOB-ID             PIC X(08).
029800    05 FILLER                    PIC X(01) VALUE SPACES.
029900    05 WS-AGD-CYCLE-DATE         PIC 9(06).
030000    05 FILLER                    PIC X(02) VALUE SPACES.
030100    05 WS-AGD-RC                 PIC 9(02).
030200    05 FILLER                    PIC X(02) VALUE SPACES.
030300    05 WS-AGD-ATTEMPT            PIC 9(02).
030400    05 FILLER                    PIC X(04) VALUE SPACES.
030500    05 WS-AGD-BLOCKED            PIC ZZZ9.
030600    05 FILLER                    PIC X(01) VALUE SPACES.
030700    05 WS-AGD-STATE              PIC X(08).
030800    05 FILLER                    PIC X(01) VALUE SPACES.
030900    05 WS-AGD-ASSIGNEE           PIC X(16).
031000    05 FILLER                    PIC X(01) VALUE SPACES.
031100    05 WS-AGD-AGE-DAYS           PIC ZZZZ9.
031200    05 FILLER                    PIC X(01) VALUE SPACES.
031300    05 WS-AGD-AGE-HH             PIC 9(02).
031400    05 FILLER                    PIC X(01) VALUE ':'.
031500    05 WS-AGD-AGE-MM             PIC 9(02).
031600    05 FILLER                    PIC X(02) VALUE SPACES.
031700    05 WS-AGD-NOTES              PIC ZZ9.
031800    05 FILLER                    PIC X(01) VALUE SPACES.
031900    05 WS-AGD-LAST-NOTE          PIC X(56).
032000    05 FILLER                    PIC X(01) VALUE SPACES.
032100*
032200 01 WS-MTTR-HEADING-1.
032300    05 FILLER                    PIC X(48) VALUE
032400          'JOB-ID / RESOLUTION CODE               CLOSED   '.
032500    05 FILLER                    PIC X(31) VALUE
032600          '          MEAN          LONGEST'.
032700    05 FILLER                    PIC X(53) VALUE SPACES.
032800*
032900 01 WS-MTTR-HEADING-2.
033000    05 FILLER                    PIC X(48) VALUE
033100          '                                                '.
033200    05 FILLER                    PIC X(31) VALUE
033300          '       HHHH:MM          HHHH:MM'.
033400    05 FILLER                    PIC X(53) VALUE SPACES.
033500*
033600 01 WS-MTTR-DETAIL.
033700    05 WS-MTD-KEY                PIC X(08).
033800    05 FILLER                    PIC X(01) VALUE SPACES.
033900    05 WS-MTD-DESC               PIC X(30).
034000    05 FILLER                    PIC X(01) VALUE SPACES.
034100    05 WS-MTD-CLOSED             PIC ZZZZ9.
034200    05 FILLER                    PIC X(10) VALUE SPACES.
034300    05 WS-MTD-MEAN               PIC X(07).
034400    05 FILLER                    PIC X(10) VALUE SPACES.
034500    05 WS-MTD-LONGEST            PIC X(07).
034600    05 FILLER                    PIC X(53) VALUE SPACES.
034700*
034800 01 WS-DURATION-EDIT.
034900    05 WS-DRE-HOURS              PIC ZZZ9.
035000    05 FILLER                    PIC X(01) VALUE ':'.
035100    05 WS-DRE-MINUTES            PIC 9(02).
035200*
035300 01 WS-CHRONIC-HEADING-1.
035400    05 FILLER                    PIC X(48) VALUE
035500          'JOB-ID   INCIDENTS  FIRST   LAST    STILL OPEN  '.
035600    05 FILLER                    PIC X(23) VALUE
035700          'JOBS BLOCKED   WORST RC'.
035800    05 FILLER                    PIC X(61) VALUE SPACES.
035900*
036000 01 WS-CHRONIC-HEADING-2.
036100    05 FILLER                    PIC X(33) VALUE
036200          '                    CYCLE   CYCLE'.
036300    05 FILLER                    PIC X(99) VALUE SPACES.
036400*
036500 01 WS-CHRONIC-DETAIL.
036600    05 WS-CHD-JOB-ID             PIC X(08).
036700    05 FILLER                    PIC X(05) VALUE SPACES.
036800    05 WS-CHD-COUNT              PIC ZZZZ9.
036900    05 FILLER                    PIC X(02) VALUE SPACES.
037000    05 WS-CHD-FIRST              PIC 9(06).
037100    05 FILLER                    PIC X(02) VALUE SPACES.
037200    05 WS-CHD-LAST               PIC 9(06).
037300    05 FILLER                    PIC X(07) VALUE SPACES.
037400    05 WS-CHD-OPEN               PIC ZZZZ9.
037500    05 FILLER                    PIC X(07) VALUE SPACES.
037600    05 WS-CHD-BLOCKED            PIC ZZZZZZ9.
037700    05 FILLER                    PIC X(09) VALUE SPACES.
037800    05 WS-CHD-WORST-RC           PIC 9(02).
037900    05 FILLER                    PIC X(61) VALUE SPACES.
038000*
038100 01 WS-TOTAL-LINE.
038200    05 WS-TOT-LABEL              PIC X(40).
038300    05 WS-TOT-COUNT              PIC ZZZZ9.
038400    05 FILLER                    PIC X(87) VALUE SPACES.
038500*
038600 LINKAGE SECTION.
038700  01 PRM-INFO.
038800     05 PRM-LENGTH               PIC S9(04) COMP.
038900     05 PRM-AS-OF-DATE           PIC 9(06).
039000     05 PRM-CHRONIC-MINIMUM      PIC 9(02).
039100*
039200 PROCEDURE DIVISION USING PRM-INFO.
039300*****************************************************
039400* MAIN PROGRAM ROUTINE                              *
039500*****************************************************
039600 0000-MAIN-PROCESS.
039700*
039800      PERFORM 1000-INITIALIZE
039900         THRU 1000-INITIALIZE-EXIT
040000*
040100      IF WS-RETURN-CODE < 8
040200         PERFORM 2000-LOAD-INCIDENTS
040300            THRU 2000-LOAD-INCIDENTS-EXIT
040400         PERFORM 3000-REPORT-OPEN-BY-AGE
040500            THRU 3000-REPORT-OPEN-BY-AGE-EXIT
040600         PERFORM 4000-REPORT-MTTR
040700            THRU 4000-REPORT-MTTR-EXIT
040800         PERFORM 5000-REPORT-CHRONIC
040900            THRU 5000-REPORT-CHRONIC-EXIT
041000      END-IF
041100*
041200      PERFORM 9000-TERMINATE
041300         THRU 9000-TERMINATE-EXIT
041400*
041500      MOVE WS-RETURN-CODE TO RETURN-CODE
041600      GOBACK
041700      .
041800 0000-MAIN-PROCESS-EXIT.
041900      EXIT.
042000*
042100*****************************************************
042200* 1000-INITIALIZE - TAKE THE AS-OF DATE AND THE     *
042300* CHRONIC-OFFENDER MINIMUM FROM THE PARM (DEFAULTS  *
042400* TODAY AND 2 INCIDENTS), SET THE ROLLING WINDOW    *
042500* AND OPEN THE MASTER AND THE REPORT FILE.  THE     *
042600* MASTER IS REQUIRED.                               *
042700*****************************************************
042800 1000-INITIALIZE.
042900*
043000      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
043100      DISPLAY '-------------------------------'
043200      DISPLAY ' '
043300*
043400      ACCEPT CURRENT-DATE     FROM DATE
043500      ACCEPT CURRENT-TIME     FROM TIME
043600      INITIALIZE WS-RESC-TOTALS
043700*
043800      MOVE CURRENT-DATE       TO WS-AS-OF-DATE
043900      IF PRM-LENGTH > 0
044000         AND PRM-AS-OF-DATE IS NUMERIC
044100         AND PRM-AS-OF-DATE > 0
044200         MOVE PRM-AS-OF-DATE     TO WS-AS-OF-DATE
044300      END-IF
044400      IF PRM-LENGTH > 7
044500         AND PRM-CHRONIC-MINIMUM IS NUMERIC
044600         AND PRM-CHRONIC-MINIMUM > 1
044700         MOVE PRM-CHRONIC-MINIMUM    TO WS-CHRONIC-MINIMUM
044800      END-IF
044900      DISPLAY ' INCIDENT REPORTS AS OF : ' WS-AS-OF-DATE
045000      DISPLAY ' CHRONIC-OFFENDER MINIMUM: ' WS-CHRONIC-MINIMUM
045100         ' INCIDENTS IN ' WS-CHRONIC-WINDOW-DAYS ' DAYS'
045200*
045300      MOVE CURRENT-DATE       TO WS-SERIAL-DATE
045400      PERFORM 6100-DATE-TO-DAY-NUMBER
045500         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
045600      MOVE WS-SERIAL-DAYS     TO WS-NOW-DAY-NUMBER
045700      COMPUTE WS-NOW-SECS =
045800          (CURRENT-TIME-HH * 3600)
045900        + (CURRENT-TIME-MM * 60)
046000        +  CURRENT-TIME-SS
046100*
046200      MOVE WS-AS-OF-DATE      TO WS-SERIAL-DATE
046300      PERFORM 6100-DATE-TO-DAY-NUMBER
046400         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
046500      MOVE WS-SERIAL-DAYS     TO WS-AS-OF-DAY-NUMBER
046600      IF WS-AS-OF-DAY-NUMBER > WS-CHRONIC-WINDOW-DAYS
046700         COMPUTE WS-WINDOW-LOW-DAY =
046800             WS-AS-OF-DAY-NUMBER - WS-CHRONIC-WINDOW-DAYS + 1
046900      ELSE
047000         MOVE 1               TO WS-WINDOW-LOW-DAY
047100      END-IF
047200*
047300      OPEN INPUT INCD-FILE
047400      IF NOT WS-INCD-STATUS-OK
047500         DISPLAY ' *** INCDVSAM COULD NOT BE OPENED - STATUS: '
047600            WS-INCD-STATUS ' - RUN ABANDONED ***'
047700         MOVE 8               TO WS-RETURN-CODE
047800         GO TO 1000-INITIALIZE-EXIT
047900      END-IF
048000*
048100      OPEN OUTPUT INCR-FILE
048200      IF NOT WS-INCR-STATUS-OK
048300         DISPLAY ' *** INCRFILE COULD NOT BE OPENED - STATUS: '
048400            WS-INCR-STATUS ' ***'
048500         CLOSE INCD-FILE
048600         MOVE 12              TO WS-RETURN-CODE
048700         GO TO 1000-INITIALIZE-EXIT
048800      END-IF
048900      SET WS-INCR-FILE-OPEN   TO TRUE
049000      MOVE WS-AS-OF-DATE      TO WS-HDG-AS-OF
049100      .
049200 1000-INITIALIZE-EXIT.
049300      EXIT.
049400*
049500*****************************************************
049600* 2000-LOAD-INCIDENTS - READ THE MASTER THROUGH IN  *
049700* KEY ORDER, HOLDING EVERY INCIDENT AND BUILDING    *
049800* THE JOB AND RESOLUTION-CODE AGGREGATES.           *
049900*****************************************************
050000 2000-LOAD-INCIDENTS.
050100*
050200      PERFORM 2100-LOAD-ONE-INCIDENT
050300         THRU 2100-LOAD-ONE-INCIDENT-EXIT
050400         UNTIL WS-INCD-STATUS-EOF
050500      CLOSE INCD-FILE
050600      .
050700 2000-LOAD-INCIDENTS-EXIT.
050800      EXIT.
050900*
051000*****************************************************
051100* 2100-LOAD-ONE-INCIDENT - READ THE NEXT INCIDENT.  *
051200* AN OPEN ONE IS AGED FROM THE END OF ITS FAILING   *
051300* RUN (A DAY LATER WHEN THE RUN CROSSED MIDNIGHT)   *
051400* AND HELD FOR THE AGEING REPORT; A CLOSED ONE IS   *
051500* ADDED TO THE RESOLVE TOTALS.  EITHER WAY IT COUNTS*
051600* TOWARD ITS JOB'S ROLLING WINDOW WHEN ITS CYCLE    *
051700* FALLS INSIDE IT.                                  *
051800*****************************************************
051900 2100-LOAD-ONE-INCIDENT.
052000*
052100      READ INCD-FILE NEXT RECORD
052200         AT END
052300            MOVE '10'   TO WS-INCD-STATUS
052400            GO TO 2100-LOAD-ONE-INCIDENT-EXIT
052500      END-READ
052600      IF NOT WS-INCD-STATUS-OK
052700         DISPLAY ' *** INCDVSAM READ FAILED - STATUS: '
052800            WS-INCD-STATUS ' ***'
052900         MOVE 12              TO WS-RETURN-CODE
053000         MOVE '10'            TO WS-INCD-STATUS
053100         GO TO 2100-LOAD-ONE-INCIDENT-EXIT
053200      END-IF
053300      ADD 1                   TO WS-INCD-READ-COUNT
053400*
053500      PERFORM 2200-FIND-JOB-AGGREGATE
053600         THRU 2200-FIND-JOB-AGGREGATE-EXIT
053700*
053800      IF INCD-STATE-CLOSED
053900         PERFORM 2300-ADD-RESOLVE-TOTALS
054000            THRU 2300-ADD-RESOLVE-TOTALS-EXIT
054100      ELSE
054200         PERFORM 2400-HOLD-OPEN-INCIDENT
054300            THRU 2400-HOLD-OPEN-INCIDENT-EXIT
054400      END-IF
054500*
054600      MOVE INCD-CYCLE-DATE    TO WS-SERIAL-DATE
054700      PERFORM 6100-DATE-TO-DAY-NUMBER
054800         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
054900      MOVE WS-SERIAL-DAYS     TO WS-CYCLE-DAY-NUMBER
055000      IF WS-JAGG-IDX > 0
055100         AND WS-CYCLE-DAY-NUMBER >= WS-WINDOW-LOW-DAY
055200         AND WS-CYCLE-DAY-NUMBER <= WS-AS-OF-DAY-NUMBER
055300         PERFORM 2500-ADD-WINDOW-FIGURES
055400            THRU 2500-ADD-WINDOW-FIGURES-EXIT
055500      END-IF
055600      .
055700 2100-LOAD-ONE-INCIDENT-EXIT.
055800      EXIT.
055900*
056000*****************************************************
056100* 2200-FIND-JOB-AGGREGATE - LOCATE THE INCIDENT'S   *
056200* JOB-ID IN THE JOB AGGREGATES, ADDING A ZEROED ROW *
056300* FOR A NEW ONE.  WS-JAGG-IDX IS LEFT AT ZERO WHEN  *
056400* THE TABLE IS FULL.                                *
056500*****************************************************
056600 2200-FIND-JOB-AGGREGATE.
056700*
056800      MOVE 0                  TO WS-JAGG-IDX
056900      MOVE 'N'                TO WS-JAGG-FOUND-SWITCH
057000      PERFORM 2210-SEARCH-JOB-AGGREGATE
057100         THRU 2210-SEARCH-JOB-AGGREGATE-EXIT
057200         VARYING WS-JAGG-SRCH-IDX FROM 1 BY 1
057300         UNTIL WS-JAGG-SRCH-IDX > WS-JAGG-ENTRY-COUNT
057400            OR WS-JAGG-ENTRY-FOUND
057500      IF WS-JAGG-ENTRY-FOUND
057600         GO TO 2200-FIND-JOB-AGGREGATE-EXIT
057700      END-IF
057800*
057900      IF WS-JAGG-ENTRY-COUNT >= 300
058000         DISPLAY ' *** JOB AGGREGATE TABLE FULL - ' INCD-JOB-ID
058100            ' NOT TOTALLED ***'
058200         IF WS-RETURN-CODE < 4
058300            MOVE 4            TO WS-RETURN-CODE
058400         END-IF
058500         GO TO 2200-FIND-JOB-AGGREGATE-EXIT
058600      END-IF
058700      ADD 1                   TO WS-JAGG-ENTRY-COUNT
058800      MOVE WS-JAGG-ENTRY-COUNT    TO WS-JAGG-IDX
058900      MOVE INCD-JOB-ID        TO WS-JAGG-JOB-ID (WS-JAGG-IDX)
059000      MOVE 0                  TO WS-JAGG-CLOSED (WS-JAGG-IDX)
059100      MOVE 0                  TO WS-JAGG-MINUTES (WS-JAGG-IDX)
059200      MOVE 0                  TO WS-JAGG-LONGEST (WS-JAGG-IDX)
059300      MOVE 0                  TO WS-JAGG-WIN-COUNT (WS-JAGG-IDX)
059400      MOVE 0                  TO WS-JAGG-WIN-FIRST (WS-JAGG-IDX)
059500      MOVE 0                  TO WS-JAGG-WIN-LAST (WS-JAGG-IDX)
059600      MOVE 0                  TO WS-JAGG-WIN-OPEN (WS-JAGG-IDX)
059700      MOVE 0                  TO WS-JAGG-WIN-BLOCKED (WS-JAGG-IDX)
059800      MOVE 0                  TO WS-JAGG-WIN-WORST (WS-JAGG-IDX)
059900      MOVE 'N'                TO WS-JAGG-PRINTED (WS-JAGG-IDX)
060000      .
060100 2200-FIND-JOB-AGGREGATE-EXIT.
060200      EXIT.
060300*
060400*****************************************************
060500* 2210-SEARCH-JOB-AGGREGATE - TEST ONE AGGREGATE    *
060600* ROW FOR A MATCH ON INCD-JOB-ID.                   *
060700*****************************************************
060800 2210-SEARCH-JOB-AGGREGATE.
060900*
061000      IF WS-JAGG-JOB-ID (WS-JAGG-SRCH-IDX) = INCD-JOB-ID
061100         SET WS-JAGG-ENTRY-FOUND TO TRUE
061200         MOVE WS-JAGG-SRCH-IDX   TO WS-JAGG-IDX
061300      END-IF
061400      .
061500 2210-SEARCH-JOB-AGGREGATE-EXIT.
061600      EXIT.
061700*
061800*****************************************************
061900* 2300-ADD-RESOLVE-TOTALS - ADD A CLOSED INCIDENT'S *
062000* MINUTES TO RESOLVE TO ITS JOB, TO ITS RESOLUTION  *
062100* CODE AND TO THE OVERALL TOTAL.                    *
062200*****************************************************
062300 2300-ADD-RESOLVE-TOTALS.
062400*
062500      ADD 1                   TO WS-CLOSED-COUNT
062600      ADD INCD-RESOLVE-MINUTES    TO WS-CLOSED-MINUTES
062700*
062800      IF WS-JAGG-IDX > 0
062900         ADD 1                TO WS-JAGG-CLOSED (WS-JAGG-IDX)
063000         ADD INCD-RESOLVE-MINUTES
063100            TO WS-JAGG-MINUTES (WS-JAGG-IDX)
063200         IF INCD-RESOLVE-MINUTES > WS-JAGG-LONGEST (WS-JAGG-IDX)
063300            MOVE INCD-RESOLVE-MINUTES
063400               TO WS-JAGG-LONGEST (WS-JAGG-IDX)
063500         END-IF
063600      END-IF
063700*
063800      MOVE 'N'                TO WS-RESC-FOUND-SWITCH
063900      PERFORM 2310-SEARCH-RESOLUTION-CODE
064000         THRU 2310-SEARCH-RESOLUTION-CODE-EXIT
064100         VARYING WS-RESC-SRCH-IDX FROM 1 BY 1
064200         UNTIL WS-RESC-SRCH-IDX > 6
064300            OR WS-RESC-ENTRY-FOUND
064400      IF WS-RESC-ENTRY-FOUND
064500         ADD 1                TO WS-RESC-CLOSED (WS-RESC-IDX)
064600         ADD INCD-RESOLVE-MINUTES
064700            TO WS-RESC-MINUTES (WS-RESC-IDX)
064800         IF INCD-RESOLVE-MINUTES > WS-RESC-LONGEST (WS-RESC-IDX)
064900            MOVE INCD-RESOLVE-MINUTES
065000               TO WS-RESC-LONGEST (WS-RESC-IDX)
065100         END-IF
065200      END-IF
065300      .
065400 2300-ADD-RESOLVE-TOTALS-EXIT.
065500      EXIT.
065600*
065700*****************************************************
065800* 2310-SEARCH-RESOLUTION-CODE - TEST ONE RESOLUTION *
065900* CODE FOR A MATCH ON INCD-RESOLUTION-CODE.         *
066000*****************************************************
066100 2310-SEARCH-RESOLUTION-CODE.
066200*
066300      IF WS-RESC-CODE (WS-RESC-SRCH-IDX) = INCD-RESOLUTION-CODE
066400         SET WS-RESC-ENTRY-FOUND TO TRUE
066500         MOVE WS-RESC-SRCH-IDX   TO WS-RESC-IDX
066600      END-IF
066700      .
066800 2310-SEARCH-RESOLUTION-CODE-EXIT.
066900      EXIT.
067000*
067100*****************************************************
067200* 2400-HOLD-OPEN-INCIDENT - AGE AN OPEN OR ASSIGNED *
067300* INCIDENT AND HOLD IT FOR THE AGEING REPORT.       *
067400*****************************************************
067500 2400-HOLD-OPEN-INCIDENT.
067600*
067700      ADD 1                   TO WS-OPEN-COUNT
067800      IF WS-INCT-ENTRY-COUNT >= 1000
067900         DISPLAY ' *** INCIDENT TABLE FULL - OPEN INCIDENT '
068000            INCD-JOB-ID ' ' INCD-CYCLE-DATE ' NOT LISTED ***'
068100         IF WS-RETURN-CODE < 4
068200            MOVE 4            TO WS-RETURN-CODE
068300         END-IF
068400         GO TO 2400-HOLD-OPEN-INCIDENT-EXIT
068500      END-IF
068600*
068700      MOVE INCD-CYCLE-DATE    TO WS-STAMP-DATE
068800      MOVE INCD-FAIL-END-TIME TO WS-STAMP-TIME
068900      PERFORM 6000-AGE-STAMP
069000         THRU 6000-AGE-STAMP-EXIT
069100      IF INCD-FAIL-END-TIME < INCD-FAIL-RUN-TIME
069200         IF WS-STAMP-AGE-SECS > 86400
069300            SUBTRACT 86400    FROM WS-STAMP-AGE-SECS
069400         ELSE
069500            MOVE 0            TO WS-STAMP-AGE-SECS
069600         END-IF
069700      END-IF
069800*
069900      ADD 1                   TO WS-INCT-ENTRY-COUNT
070000      MOVE WS-INCT-ENTRY-COUNT    TO WS-INCT-IDX
070100      MOVE INCD-JOB-ID        TO WS-INCT-JOB-ID (WS-INCT-IDX)
070200      MOVE INCD-CYCLE-DATE    TO WS-INCT-CYCLE-DATE (WS-INCT-IDX)
070300      MOVE INCD-STATE         TO WS-INCT-STATE (WS-INCT-IDX)
070400      MOVE INCD-FAIL-RC       TO WS-INCT-FAIL-RC (WS-INCT-IDX)
070500      MOVE INCD-FAIL-ATTEMPT
070600         TO WS-INCT-FAIL-ATTEMPT (WS-INCT-IDX)
070700      MOVE INCD-IMPACT-COUNT
070800         TO WS-INCT-IMPACT-COUNT (WS-INCT-IDX)
070900      MOVE INCD-ASSIGNEE      TO WS-INCT-ASSIGNEE (WS-INCT-IDX)
071000      MOVE INCD-NOTE-COUNT    TO WS-INCT-NOTE-COUNT (WS-INCT-IDX)
071100      MOVE INCD-LAST-NOTE     TO WS-INCT-LAST-NOTE (WS-INCT-IDX)
071200      MOVE WS-STAMP-AGE-SECS  TO WS-INCT-AGE-SECS (WS-INCT-IDX)
071300      MOVE 'N'                TO WS-INCT-PRINTED (WS-INCT-IDX)
071400      .
071500 2400-HOLD-OPEN-INCIDENT-EXIT.
071600      EXIT.
071700*
071800*****************************************************
071900* 2500-ADD-WINDOW-FIGURES - COUNT AN INCIDENT WHOSE *
072000* CYCLE FALLS IN THE ROLLING WINDOW AGAINST ITS JOB.*
072100* THE MASTER IS IN CYCLE ORDER WITHIN JOB-ID, SO    *
072200* THE FIRST HIT IS THE EARLIEST.                    *
072300*****************************************************
072400 2500-ADD-WINDOW-FIGURES.
072500*
072600      ADD 1                   TO WS-JAGG-WIN-COUNT (WS-JAGG-IDX)
072700      IF WS-JAGG-WIN-FIRST (WS-JAGG-IDX) = 0
072800         MOVE INCD-CYCLE-DATE TO WS-JAGG-WIN-FIRST (WS-JAGG-IDX)
072900      END-IF
073000      MOVE INCD-CYCLE-DATE    TO WS-JAGG-WIN-LAST (WS-JAGG-IDX)
073100      ADD INCD-IMPACT-COUNT   TO WS-JAGG-WIN-BLOCKED (WS-JAGG-IDX)
073200      IF NOT INCD-STATE-CLOSED
073300         ADD 1                TO WS-JAGG-WIN-OPEN (WS-JAGG-IDX)
073400      END-IF
073500      IF INCD-FAIL-RC > WS-JAGG-WIN-WORST (WS-JAGG-IDX)
073600         MOVE INCD-FAIL-RC    TO WS-JAGG-WIN-WORST (WS-JAGG-IDX)
073700      END-IF
073800      .
073900 2500-ADD-WINDOW-FIGURES-EXIT.
074000      EXIT.
074100*
074200*****************************************************
074300* 3000-REPORT-OPEN-BY-AGE - LIST EVERY OPEN OR      *
074400* ASSIGNED INCIDENT, OLDEST FIRST, THEN THE COUNT   *
074500* IN EACH AGE BAND.                                 *
074600*****************************************************
074700 3000-REPORT-OPEN-BY-AGE.
074800*
074900      MOVE 'OPEN INCIDENTS BY AGE'    TO WS-HDG-TITLE
075000      MOVE WS-AGE-HEADING-1   TO WS-CUR-HEADING-1
075100      MOVE WS-AGE-HEADING-2   TO WS-CUR-HEADING-2
075200      MOVE 99                 TO WS-LINE-COUNT
075300*
075400      PERFORM 3100-LIST-OLDEST-OPEN
075500         THRU 3100-LIST-OLDEST-OPEN-EXIT
075600         VARYING WS-PASS-IDX FROM 1 BY 1
075700         UNTIL WS-PASS-IDX > WS-INCT-ENTRY-COUNT
075800*
075900      IF WS-INCT-ENTRY-COUNT = 0
076000         MOVE 'NO INCIDENTS ARE OPEN'    TO WS-PRINT-LINE
076100         PERFORM 5900-WRITE-REPORT-LINE
076200            THRU 5900-WRITE-REPORT-LINE-EXIT
076300      END-IF
076400*
076500      MOVE SPACES             TO WS-PRINT-LINE
076600      PERFORM 5900-WRITE-REPORT-LINE
076700         THRU 5900-WRITE-REPORT-LINE-EXIT
076800      MOVE 'OPEN INCIDENTS'           TO WS-TOT-LABEL
076900      MOVE WS-OPEN-COUNT              TO WS-TOT-COUNT
077000      PERFORM 5800-WRITE-TOTAL-LINE
077100         THRU 5800-WRITE-TOTAL-LINE-EXIT
077200      MOVE '  OPEN LESS THAN 1 DAY'   TO WS-TOT-LABEL
077300      MOVE WS-BAND-UNDER-1            TO WS-TOT-COUNT
077400      PERFORM 5800-WRITE-TOTAL-LINE
077500         THRU 5800-WRITE-TOTAL-LINE-EXIT
077600      MOVE '  OPEN 1 TO 2 DAYS'       TO WS-TOT-LABEL
077700      MOVE WS-BAND-1-TO-2             TO WS-TOT-COUNT
077800      PERFORM 5800-WRITE-TOTAL-LINE
077900         THRU 5800-WRITE-TOTAL-LINE-EXIT
078000      MOVE '  OPEN 3 TO 7 DAYS'       TO WS-TOT-LABEL
078100      MOVE WS-BAND-3-TO-7             TO WS-TOT-COUNT
078200      PERFORM 5800-WRITE-TOTAL-LINE
078300         THRU 5800-WRITE-TOTAL-LINE-EXIT
078400      MOVE '  OPEN MORE THAN 7 DAYS'  TO WS-TOT-LABEL
078500      MOVE WS-BAND-OVER-7             TO WS-TOT-COUNT
078600      PERFORM 5800-WRITE-TOTAL-LINE
078700         THRU 5800-WRITE-TOTAL-LINE-EXIT
078800      .
078900 3000-REPORT-OPEN-BY-AGE-EXIT.
079000      EXIT.
079100*
079200*****************************************************
079300* 3100-LIST-OLDEST-OPEN - ONE PASS: PICK THE OLDEST *
079400* OPEN INCIDENT NOT YET LISTED, LIST IT AND COUNT   *
079500* IT IN ITS AGE BAND.                               *
079600*****************************************************
079700 3100-LIST-OLDEST-OPEN.
079800*
079900      MOVE 0                  TO WS-PICK-IDX
080000      PERFORM 3150-TEST-ONE-OPEN
080100         THRU 3150-TEST-ONE-OPEN-EXIT
080200         VARYING WS-SCAN-IDX FROM 1 BY 1
080300         UNTIL WS-SCAN-IDX > WS-INCT-ENTRY-COUNT
080400      IF WS-PICK-IDX = 0
080500         GO TO 3100-LIST-OLDEST-OPEN-EXIT
080600      END-IF
080700      MOVE 'Y'                TO WS-INCT-PRINTED (WS-PICK-IDX)
080800*
080900      DIVIDE WS-INCT-AGE-SECS (WS-PICK-IDX) BY 86400
081000         GIVING WS-AGE-DAYS
081100         REMAINDER WS-AGE-REM-SECS
081200      EVALUATE TRUE
081300         WHEN WS-AGE-DAYS < 1
081400            ADD 1             TO WS-BAND-UNDER-1
081500         WHEN WS-AGE-DAYS < 3
081600            ADD 1             TO WS-BAND-1-TO-2
081700         WHEN WS-AGE-DAYS < 8
081800            ADD 1             TO WS-BAND-3-TO-7
081900         WHEN OTHER
082000            ADD 1             TO WS-BAND-OVER-7
082100      END-EVALUATE
082200*
082300      MOVE WS-INCT-JOB-ID (WS-PICK-IDX)       TO WS-AGD-JOB-ID
082400      MOVE WS-INCT-CYCLE-DATE (WS-PICK-IDX)   TO WS-AGD-CYCLE-DATE
082500      MOVE WS-INCT-FAIL-RC (WS-PICK-IDX)      TO WS-AGD-RC
082600      MOVE WS-INCT-FAIL-ATTEMPT (WS-PICK-IDX) TO WS-AGD-ATTEMPT
082700      MOVE WS-INCT-IMPACT-COUNT (WS-PICK-IDX) TO WS-AGD-BLOCKED
082800      IF WS-INCT-IS-ASSIGNED (WS-PICK-IDX)
082900         MOVE 'ASSIGNED'      TO WS-AGD-STATE
083000      ELSE
083100         MOVE 'OPEN'          TO WS-AGD-STATE
083200      END-IF
083300      MOVE WS-INCT-ASSIGNEE (WS-PICK-IDX)     TO WS-AGD-ASSIGNEE
083400      MOVE WS-AGE-DAYS        TO WS-AGD-AGE-DAYS
083500      DIVIDE WS-AGE-REM-SECS BY 3600
083600         GIVING WS-AGD-AGE-HH
083700         REMAINDER WS-AGE-REM-SECS
083800      DIVIDE WS-AGE-REM-SECS BY 60
083900         GIVING WS-AGD-AGE-MM
084000      MOVE WS-INCT-NOTE-COUNT (WS-PICK-IDX)   TO WS-AGD-NOTES
084100      MOVE WS-INCT-LAST-NOTE (WS-PICK-IDX)    TO WS-AGD-LAST-NOTE
084200      MOVE WS-AGE-DETAIL      TO WS-PRINT-LINE
084300      PERFORM 5900-WRITE-REPORT-LINE
084400         THRU 5900-WRITE-REPORT-LINE-EXIT
084500      .
084600 3100-LIST-OLDEST-OPEN-EXIT.
084700      EXIT.
084800*
084900*****************************************************
085000* 3150-TEST-ONE-OPEN - KEEP THE ROW IN WS-PICK-IDX  *
085100* IF IT IS UNLISTED AND OLDER THAN THE CURRENT PICK.*
085200*****************************************************
085300 3150-TEST-ONE-OPEN.
085400*
085500      IF WS-INCT-IS-PRINTED (WS-SCAN-IDX)
085600         GO TO 3150-TEST-ONE-OPEN-EXIT
085700      END-IF
085800      IF WS-PICK-IDX = 0
085900         MOVE WS-SCAN-IDX     TO WS-PICK-IDX
086000         GO TO 3150-TEST-ONE-OPEN-EXIT
086100      END-IF
086200      IF WS-INCT-AGE-SECS (WS-SCAN-IDX) >
086300            WS-INCT-AGE-SECS (WS-PICK-IDX)
086400         MOVE WS-SCAN-IDX     TO WS-PICK-IDX
086500      END-IF
086600      .
086700 3150-TEST-ONE-OPEN-EXIT.
086800      EXIT.
086900*
087000*****************************************************
087100* 4000-REPORT-MTTR - MEAN AND LONGEST TIME TO       *
087200* RESOLVE OVER EVERY CLOSED INCIDENT, PER JOB-ID IN *
087300* JOB-ID ORDER, THEN PER RESOLUTION CODE, THEN FOR  *
087400* ALL CLOSED INCIDENTS.                             *
087500*****************************************************
087600 4000-REPORT-MTTR.
087700*
087800      MOVE 'MEAN TIME TO RESOLVE'     TO WS-HDG-TITLE
087900      MOVE WS-MTTR-HEADING-1  TO WS-CUR-HEADING-1
088000      MOVE WS-MTTR-HEADING-2  TO WS-CUR-HEADING-2
088100      MOVE 99                 TO WS-LINE-COUNT
088200*
088300      MOVE 'BY JOB-ID'        TO WS-PRINT-LINE
088400      PERFORM 5900-WRITE-REPORT-LINE
088500         THRU 5900-WRITE-REPORT-LINE-EXIT
088600      PERFORM 4100-LIST-JOB-MTTR
088700         THRU 4100-LIST-JOB-MTTR-EXIT
088800         VARYING WS-JAGG-IDX FROM 1 BY 1
088900         UNTIL WS-JAGG-IDX > WS-JAGG-ENTRY-COUNT
089000      IF WS-CLOSED-COUNT = 0
089100         MOVE '  NO INCIDENTS HAVE BEEN CLOSED'  TO WS-PRINT-LINE
089200         PERFORM 5900-WRITE-REPORT-LINE
089300            THRU 5900-WRITE-REPORT-LINE-EXIT
089400      END-IF
089500*
089600      MOVE SPACES             TO WS-PRINT-LINE
089700      PERFORM 5900-WRITE-REPORT-LINE
089800         THRU 5900-WRITE-REPORT-LINE-EXIT
089900      MOVE 'BY RESOLUTION CODE'   TO WS-PRINT-LINE
090000      PERFORM 5900-WRITE-REPORT-LINE
090100         THRU 5900-WRITE-REPORT-LINE-EXIT
090200      PERFORM 4200-LIST-CODE-MTTR
090300         THRU 4200-LIST-CODE-MTTR-EXIT
090400         VARYING WS-RESC-IDX FROM 1 BY 1
090500         UNTIL WS-RESC-IDX > 6
090600*
090700      MOVE SPACES             TO WS-PRINT-LINE
090800      PERFORM 5900-WRITE-REPORT-LINE
090900         THRU 5900-WRITE-REPORT-LINE-EXIT
091000      MOVE 'ALL'              TO WS-MTD-KEY
091100      MOVE 'ALL CLOSED INCIDENTS'     TO WS-MTD-DESC
091200      MOVE WS-CLOSED-COUNT    TO WS-MTD-CLOSED
091300      MOVE WS-CLOSED-COUNT    TO WS-MEAN-DIVISOR
091400      MOVE WS-CLOSED-MINUTES  TO WS-DUR-MINUTES
091500      PERFORM 4300-EDIT-MEAN
091600         THRU 4300-EDIT-MEAN-EXIT
091700      MOVE SPACES             TO WS-MTD-LONGEST
091800      MOVE WS-MTTR-DETAIL     TO WS-PRINT-LINE
091900      PERFORM 5900-WRITE-REPORT-LINE
092000         THRU 5900-WRITE-REPORT-LINE-EXIT
092100      .
092200 4000-REPORT-MTTR-EXIT.
092300      EXIT.
092400*
092500*****************************************************
092600* 4100-LIST-JOB-MTTR - ONE JOB'S RESOLVE FIGURES.   *
092700* A JOB WITH NOTHING CLOSED YET IS LEFT OFF.        *
092800*****************************************************
092900 4100-LIST-JOB-MTTR.
093000*
093100      IF WS-JAGG-CLOSED (WS-JAGG-IDX) = 0
093200         GO TO 4100-LIST-JOB-MTTR-EXIT
093300      END-IF
093400      MOVE WS-JAGG-JOB-ID (WS-JAGG-IDX)   TO WS-MTD-KEY
093500      MOVE SPACES             TO WS-MTD-DESC
093600      MOVE WS-JAGG-CLOSED (WS-JAGG-IDX)   TO WS-MTD-CLOSED
093700      MOVE WS-JAGG-CLOSED (WS-JAGG-IDX)   TO WS-MEAN-DIVISOR
093800      MOVE WS-JAGG-MINUTES (WS-JAGG-IDX)  TO WS-DUR-MINUTES
093900      PERFORM 4300-EDIT-MEAN
094000         THRU 4300-EDIT-MEAN-EXIT
094100      MOVE WS-JAGG-LONGEST (WS-JAGG-IDX)  TO WS-DUR-MINUTES
094200      PERFORM 6200-EDIT-DURATION
094300         THRU 6200-EDIT-DURATION-EXIT
094400      MOVE WS-DURATION-EDIT   TO WS-MTD-LONGEST
094500      MOVE WS-MTTR-DETAIL     TO WS-PRINT-LINE
094600      PERFORM 5900-WRITE-REPORT-LINE
094700         THRU 5900-WRITE-REPORT-LINE-EXIT
094800      .
094900 4100-LIST-JOB-MTTR-EXIT.
095000      EXIT.
095100*
095200*****************************************************
095300* 4200-LIST-CODE-MTTR - ONE RESOLUTION CODE'S       *
095400* RESOLVE FIGURES.  EVERY CODE IS LISTED, USED OR   *
095500* NOT, SO THE REVIEW SEES THE WHOLE SPREAD.         *
095600*****************************************************
095700 4200-LIST-CODE-MTTR.
095800*
095900      MOVE WS-RESC-CODE (WS-RESC-IDX)     TO WS-MTD-KEY
096000      MOVE WS-RESC-DESC (WS-RESC-IDX)     TO WS-MTD-DESC
096100      MOVE WS-RESC-CLOSED (WS-RESC-IDX)   TO WS-MTD-CLOSED
096200      IF WS-RESC-CLOSED (WS-RESC-IDX) = 0
096300         MOVE SPACES          TO WS-MTD-MEAN
096400         MOVE SPACES          TO WS-MTD-LONGEST
096500      ELSE
096600         MOVE WS-RESC-CLOSED (WS-RESC-IDX)   TO WS-MEAN-DIVISOR
096700         MOVE WS-RESC-MINUTES (WS-RESC-IDX)  TO WS-DUR-MINUTES
096800         PERFORM 4300-EDIT-MEAN
096900            THRU 4300-EDIT-MEAN-EXIT
097000         MOVE WS-RESC-LONGEST (WS-RESC-IDX)  TO WS-DUR-MINUTES
097100         PERFORM 6200-EDIT-DURATION
097200            THRU 6200-EDIT-DURATION-EXIT
097300         MOVE WS-DURATION-EDIT    TO WS-MTD-LONGEST
097400      END-IF
097500      MOVE WS-MTTR-DETAIL     TO WS-PRINT-LINE
097600      PERFORM 5900-WRITE-REPORT-LINE
097700         THRU 5900-WRITE-REPORT-LINE-EXIT
097800      .
097900 4200-LIST-CODE-MTTR-EXIT.
098000      EXIT.
098100*
098200*****************************************************
098300* 4300-EDIT-MEAN - DIVIDE THE TOTAL MINUTES STAGED  *
098400* IN WS-DUR-MINUTES BY THE CLOSED COUNT STAGED IN   *
098500* WS-MEAN-DIVISOR AND EDIT THE MEAN INTO THE DETAIL.*
098600*****************************************************
098700 4300-EDIT-MEAN.
098800*
098900      MOVE SPACES             TO WS-MTD-MEAN
099000      IF WS-MEAN-DIVISOR = 0
099100         GO TO 4300-EDIT-MEAN-EXIT
099200      END-IF
099300      DIVIDE WS-DUR-MINUTES BY WS-MEAN-DIVISOR
099400         GIVING WS-MEAN-MINUTES ROUNDED
099500      MOVE WS-MEAN-MINUTES    TO WS-DUR-MINUTES
099600      PERFORM 6200-EDIT-DURATION
099700         THRU 6200-EDIT-DURATION-EXIT
099800      MOVE WS-DURATION-EDIT   TO WS-MTD-MEAN
099900      .
100000 4300-EDIT-MEAN-EXIT.
100100      EXIT.
100200*
100300*****************************************************
100400* 5000-REPORT-CHRONIC - LIST EVERY JOB WITH AT      *
100500* LEAST THE CHRONIC MINIMUM OF INCIDENTS IN THE     *
100600* ROLLING WINDOW ENDING ON THE AS-OF DATE, MOST     *
100700* INCIDENTS FIRST.                                  *
100800*****************************************************
100900 5000-REPORT-CHRONIC.
101000*
101100      MOVE 'CHRONIC OFFENDERS - ROLLING 30 DAYS'  TO WS-HDG-TITLE
101200      MOVE WS-CHRONIC-HEADING-1   TO WS-CUR-HEADING-1
101300      MOVE WS-CHRONIC-HEADING-2   TO WS-CUR-HEADING-2
101400      MOVE 99                 TO WS-LINE-COUNT
101500*
101600      PERFORM 5100-LIST-WORST-OFFENDER
101700         THRU 5100-LIST-WORST-OFFENDER-EXIT
101800         VARYING WS-PASS-IDX FROM 1 BY 1
101900         UNTIL WS-PASS-IDX > WS-JAGG-ENTRY-COUNT
102000*
102100      IF WS-CHRONIC-COUNT = 0
102200         MOVE 'NO JOB REACHED THE CHRONIC-OFFENDER MINIMUM'
102300            TO WS-PRINT-LINE
102400         PERFORM 5900-WRITE-REPORT-LINE
102500            THRU 5900-WRITE-REPORT-LINE-EXIT
102600      END-IF
102700      MOVE SPACES             TO WS-PRINT-LINE
102800      PERFORM 5900-WRITE-REPORT-LINE
102900         THRU 5900-WRITE-REPORT-LINE-EXIT
103000      MOVE 'MINIMUM INCIDENTS TO BE LISTED'  TO WS-TOT-LABEL
103100      MOVE WS-CHRONIC-MINIMUM         TO WS-TOT-COUNT
103200      PERFORM 5800-WRITE-TOTAL-LINE
103300         THRU 5800-WRITE-TOTAL-LINE-EXIT
103400      MOVE 'CHRONIC OFFENDERS'        TO WS-TOT-LABEL
103500      MOVE WS-CHRONIC-COUNT           TO WS-TOT-COUNT
103600      PERFORM 5800-WRITE-TOTAL-LINE
103700         THRU 5800-WRITE-TOTAL-LINE-EXIT
103800      .
103900 5000-REPORT-CHRONIC-EXIT.
104000      EXIT.
104100*
104200*****************************************************
104300* 5100-LIST-WORST-OFFENDER - ONE PASS: PICK THE     *
104400* UNLISTED JOB WITH THE MOST INCIDENTS IN THE       *
104500* WINDOW AND LIST IT IF IT MEETS THE MINIMUM.       *
104600*****************************************************
104700 5100-LIST-WORST-OFFENDER.
104800*
104900      MOVE 0                  TO WS-PICK-IDX
105000      PERFORM 5150-TEST-ONE-JOB
105100         THRU 5150-TEST-ONE-JOB-EXIT
105200         VARYING WS-SCAN-IDX FROM 1 BY 1
105300         UNTIL WS-SCAN-IDX > WS-JAGG-ENTRY-COUNT
105400      IF WS-PICK-IDX = 0
105500         GO TO 5100-LIST-WORST-OFFENDER-EXIT
105600      END-IF
105700      MOVE 'Y'                TO WS-JAGG-PRINTED (WS-PICK-IDX)
105800      IF WS-JAGG-WIN-COUNT (WS-PICK-IDX) < WS-CHRONIC-MINIMUM
105900         GO TO 5100-LIST-WORST-OFFENDER-EXIT
106000      END-IF
106100*
106200      ADD 1                   TO WS-CHRONIC-COUNT
106300      MOVE WS-JAGG-JOB-ID (WS-PICK-IDX)       TO WS-CHD-JOB-ID
106400      MOVE WS-JAGG-WIN-COUNT (WS-PICK-IDX)    TO WS-CHD-COUNT
106500      MOVE WS-JAGG-WIN-FIRST (WS-PICK-IDX)    TO WS-CHD-FIRST
106600      MOVE WS-JAGG-WIN-LAST (WS-PICK-IDX)     TO WS-CHD-LAST
106700      MOVE WS-JAGG-WIN-OPEN (WS-PICK-IDX)     TO WS-CHD-OPEN
106800      MOVE WS-JAGG-WIN-BLOCKED (WS-PICK-IDX)  TO WS-CHD-BLOCKED
106900      MOVE WS-JAGG-WIN-WORST (WS-PICK-IDX) TO WS-CHD-WORST-RC
107000      MOVE WS-CHRONIC-DETAIL  TO WS-PRINT-LINE
107100      PERFORM 5900-WRITE-REPORT-LINE
107200         THRU 5900-WRITE-REPORT-LINE-EXIT
107300      DISPLAY ' CHRONIC OFFENDER ' WS-CHD-JOB-ID
107400         ' INCIDENTS ' WS-CHD-COUNT
107500      .
107600 5100-LIST-WORST-OFFENDER-EXIT.
107700      EXIT.
107800*
107900*****************************************************
108000* 5150-TEST-ONE-JOB - KEEP THE ROW IN WS-PICK-IDX   *
108100* IF IT IS UNLISTED AND HAS MORE WINDOW INCIDENTS   *
108200* THAN THE CURRENT PICK.                            *
108300*****************************************************
108400 5150-TEST-ONE-JOB.
108500*
108600      IF WS-JAGG-IS-PRINTED (WS-SCAN-IDX)
108700         GO TO 5150-TEST-ONE-JOB-EXIT
108800      END-IF
108900      IF WS-PICK-IDX = 0
109000         MOVE WS-SCAN-IDX     TO WS-PICK-IDX
109100         GO TO 5150-TEST-ONE-JOB-EXIT
109200      END-IF
109300      IF WS-JAGG-WIN-COUNT (WS-SCAN-IDX) >
109400            WS-JAGG-WIN-COUNT (WS-PICK-IDX)
109500         MOVE WS-SCAN-IDX     TO WS-PICK-IDX
109600      END-IF
109700      .
109800 5150-TEST-ONE-JOB-EXIT.
109900      EXIT.
110000*
110100*****************************************************
110200* 5800-WRITE-TOTAL-LINE - WRITE THE LABEL AND COUNT *
110300* STAGED IN WS-TOTAL-LINE.                          *
110400*****************************************************
110500 5800-WRITE-TOTAL-LINE.
110600*
110700      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
110800      PERFORM 5900-WRITE-REPORT-LINE
110900         THRU 5900-WRITE-REPORT-LINE-EXIT
111000      .
111100 5800-WRITE-TOTAL-LINE-EXIT.
111200      EXIT.
111300*
111400*****************************************************
111500* 5900-WRITE-REPORT-LINE - WRITE THE LINE STAGED IN *
111600* WS-PRINT-LINE, STARTING A NEW PAGE WITH HEADINGS  *
111700* WHEN THE CURRENT PAGE IS FULL.                    *
111800*****************************************************
111900 5900-WRITE-REPORT-LINE.
112000*
112100      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
112200         PERFORM 5950-START-NEW-PAGE
112300            THRU 5950-START-NEW-PAGE-EXIT
112400      END-IF
112500      MOVE WS-PRINT-LINE      TO PRT-RECORD
112600      WRITE PRT-RECORD
112700      IF NOT WS-INCR-STATUS-OK
112800         DISPLAY ' *** INCRFILE WRITE FAILED - STATUS: '
112900            WS-INCR-STATUS ' ***'
113000         MOVE 12              TO WS-RETURN-CODE
113100      END-IF
113200      ADD 1                   TO WS-LINE-COUNT
113300      MOVE SPACES             TO WS-PRINT-LINE
113400      .
113500 5900-WRITE-REPORT-LINE-EXIT.
113600      EXIT.
113700*
113800*****************************************************
113900* 5950-START-NEW-PAGE - ADVANCE THE PAGE COUNT AND  *
114000* WRITE THE PAGE HEADING AND THE CURRENT REPORT'S   *
114100* COLUMN HEADINGS.                                  *
114200*****************************************************
114300 5950-START-NEW-PAGE.
114400*
114500      ADD 1                   TO WS-PAGE-COUNT
114600      MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE
114700      MOVE WS-PAGE-HEADING    TO PRT-RECORD
114800      WRITE PRT-RECORD
114900      MOVE WS-CUR-HEADING-1   TO PRT-RECORD
115000      WRITE PRT-RECORD
115100      MOVE 2                  TO WS-LINE-COUNT
115200      IF WS-CUR-HEADING-2 NOT = SPACES
115300         MOVE WS-CUR-HEADING-2    TO PRT-RECORD
115400         WRITE PRT-RECORD
115500         ADD 1                TO WS-LINE-COUNT
115600      END-IF
115700      MOVE SPACES             TO PRT-RECORD
115800      WRITE PRT-RECORD
115900      ADD 1                   TO WS-LINE-COUNT
116000      .
116100 5950-START-NEW-PAGE-EXIT.
116200      EXIT.
116300*
116400*****************************************************
116500* 6000-AGE-STAMP - WORK OUT HOW MANY SECONDS HAVE   *
116600* PASSED SINCE WS-STAMP-DATE / WS-STAMP-TIME.  A    *
116700* STAMP IN THE FUTURE AGES TO ZERO.                 *
116800*****************************************************
116900 6000-AGE-STAMP.
117000*
117100      MOVE WS-STAMP-DATE      TO WS-SERIAL-DATE
117200      PERFORM 6100-DATE-TO-DAY-NUMBER
117300         THRU 6100-DATE-TO-DAY-NUMBER-EXIT
117400      MOVE WS-SERIAL-DAYS     TO WS-STAMP-DAY-NUMBER
117500      COMPUTE WS-STAMP-SECS =
117600          (WS-STAMP-TIME-HH * 3600)
117700        + (WS-STAMP-TIME-MM * 60)
117800        +  WS-STAMP-TIME-SS
117900*
118000      IF WS-STAMP-DAY-NUMBER > WS-NOW-DAY-NUMBER
118100         OR (WS-STAMP-DAY-NUMBER = WS-NOW-DAY-NUMBER
118200            AND WS-STAMP-SECS > WS-NOW-SECS)
118300         MOVE 0               TO WS-STAMP-AGE-SECS
118400      ELSE
118500         COMPUTE WS-STAMP-AGE-SECS =
118600             ((WS-NOW-DAY-NUMBER - WS-STAMP-DAY-NUMBER)
118700                * 86400)
118800           + WS-NOW-SECS - WS-STAMP-SECS
118900      END-IF
119000      .
119100 6000-AGE-STAMP-EXIT.
119200      EXIT.
119300*
119400*****************************************************
119500* 6100-DATE-TO-DAY-NUMBER - REDUCE WS-SERIAL-DATE   *
119600* (YYMMDD, TAKEN AS 20YY) TO A DAY NUMBER: WHOLE    *
119700* YEARS AT 365 DAYS PLUS ACCRUED LEAP DAYS, PLUS THE*
119800* DAYS OF THE COMPLETED MONTHS, PLUS THE DAY OF THE *
119900* MONTH, WITH THIS YEAR'S LEAP DAY COUNTED ONCE     *
120000* MARCH IS REACHED.  A DATE THAT IS NOT A DATE      *
120100* REDUCES TO ZERO.                                  *
120200*****************************************************
120300 6100-DATE-TO-DAY-NUMBER.
120400*
120500      IF WS-SERIAL-MM < 1
120600         OR WS-SERIAL-MM > 12
120700         MOVE 0               TO WS-SERIAL-DAYS
120800         GO TO 6100-DATE-TO-DAY-NUMBER-EXIT
120900      END-IF
121000      COMPUTE WS-SERIAL-DAYS =
121100          (WS-SERIAL-YY * 365)
121200        + WS-CUM-DAYS (WS-SERIAL-MM)
121300        + WS-SERIAL-DD
121400      COMPUTE WS-SERIAL-WORK = WS-SERIAL-YY + 3
121500      DIVIDE WS-SERIAL-WORK BY 4
121600         GIVING WS-SERIAL-WORK
121700      ADD WS-SERIAL-WORK      TO WS-SERIAL-DAYS
121800      DIVIDE WS-SERIAL-YY BY 4
121900         GIVING WS-SERIAL-WORK
122000         REMAINDER WS-SERIAL-REM
122100      IF WS-SERIAL-REM = 0
122200         AND WS-SERIAL-MM > 2
122300         ADD 1                TO WS-SERIAL-DAYS
122400      END-IF
122500      .
122600 6100-DATE-TO-DAY-NUMBER-EXIT.
122700      EXIT.
122800*
122900*****************************************************
123000* 6200-EDIT-DURATION - EDIT THE MINUTES STAGED IN   *
123100* WS-DUR-MINUTES AS HHHH:MM INTO WS-DURATION-EDIT.  *
123200*****************************************************
123300 6200-EDIT-DURATION.
123400*
123500      DIVIDE WS-DUR-MINUTES BY 60
123600         GIVING WS-DUR-HOURS
123700         REMAINDER WS-DUR-REM
123800      IF WS-DUR-HOURS > 9999
123900         MOVE 9999            TO WS-DRE-HOURS
124000         MOVE 59              TO WS-DRE-MINUTES
124100      ELSE
124200         MOVE WS-DUR-HOURS    TO WS-DRE-HOURS
124300         MOVE WS-DUR-REM      TO WS-DRE-MINUTES
124400      END-IF
124500      .
124600 6200-EDIT-DURATION-EXIT.
124700      EXIT.
124800*
124900*****************************************************
125000* 9000-TERMINATE - CLOSE THE REPORT, SET THE RETURN *
125100* CODE AND DISPLAY THE RUN SUMMARY.  ANY OPEN       *
125200* INCIDENT OR CHRONIC OFFENDER ENDS RC 4.           *
125300*****************************************************
125400 9000-TERMINATE.
125500*
125600      IF WS-INCR-FILE-OPEN
125700         CLOSE INCR-FILE
125800      END-IF
125900      IF (WS-OPEN-COUNT > 0
126000         OR WS-CHRONIC-COUNT > 0)
126100         AND WS-RETURN-CODE < 4
126200         MOVE 4               TO WS-RETURN-CODE
126300      END-IF
126400*
126500      DISPLAY ' '
126600      DISPLAY ' INCIDENTS READ          : ' WS-INCD-READ-COUNT
126700      DISPLAY ' OPEN INCIDENTS          : ' WS-OPEN-COUNT
126800      DISPLAY ' CLOSED INCIDENTS        : ' WS-CLOSED-COUNT
126900      DISPLAY ' CHRONIC OFFENDERS       : ' WS-CHRONIC-COUNT
127000      DISPLAY ' '
127100      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
127200      .
127300 9000-TERMINATE-EXIT.
127400      EXIT.
