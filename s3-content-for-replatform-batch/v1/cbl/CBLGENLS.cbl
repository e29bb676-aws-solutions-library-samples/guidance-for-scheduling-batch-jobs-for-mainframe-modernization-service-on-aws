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
001900 PROGRAM-ID.    CBLGENLS.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - LISTS THE GENERATIONS
002900*                        CBLROLLV HOLDS, FROM THE GENERATION
003000*                        CATALOG (GCATFILE).  PARM IS A CYCLE
003100*                        DATE (YYMMDD), OPTIONALLY FOLLOWED BY A
003200*                        FILE NAME.  WITH A DATE, EVERY FILE TYPE
003300*                        IS LISTED AS HELD FOR THAT CYCLE (WITH
003400*                        ITS RECORD COUNT) OR NOT HELD AND WHY;
003500*                        WITH NO PARM EVERY GENERATION ON THE
003600*                        CATALOG IS LISTED.  A HOLDINGS SUMMARY
003700*                        PER FILE TYPE FOLLOWS.  WITH A FILE NAME
003800*                        AS WELL, THAT GENERATION IS PRINTED FROM
003900*                        THE GENERATION STORE (GENSFILE) EXACTLY
004000*                        AS THE FILE STOOD THAT NIGHT.
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
005200*    GCATFILE - GENERATION CATALOG WRITTEN BY CBLROLLV, ONE
005300*    RECORD PER GENERATION HELD.
005400*---------------------------------------------------------------
005500     SELECT GCAT-FILE       ASSIGN TO GCATFILE
005600                             ORGANIZATION IS LINE SEQUENTIAL
005700                             FILE STATUS  IS WS-GCAT-STATUS.
005800*---------------------------------------------------------------
005900*    GENSFILE - THE GENERATION STORE.  ONLY READ WHEN ONE
006000*    GENERATION IS TO BE PRINTED.
006100*---------------------------------------------------------------
006200     SELECT GENS-FILE       ASSIGN TO GENSFILE
006300                             ORGANIZATION IS LINE SEQUENTIAL
006400                             FILE STATUS  IS WS-GENS-STATUS.
006500*---------------------------------------------------------------
006600*    GLSTFILE - THE GENERATION LISTING.
006700*---------------------------------------------------------------
006800     SELECT GLST-FILE       ASSIGN TO GLSTFILE
006900                             ORGANIZATION IS LINE SEQUENTIAL
007000                             FILE STATUS  IS WS-GLST-STATUS.
007100*
007200 DATA DIVISION.
007300*-------------
007400 FILE SECTION.
007500*
007600 FD  GCAT-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY GCATREC.
008000*
008100 FD  GENS-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY GENSREC.
008500*
008600 FD  GLST-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY PRTREC.
009000*
009100/
009200 WORKING-STORAGE SECTION.
009300*
009400*****************************************************
009500* STRUCTURE FOR INPUT                               *
009600*****************************************************
009700 01 WS-VARIABLES.
009800    05 WS-PROGRAM                PIC X(08) VALUE 'CBLGENLS'.
009900    05 CURRENT-DATE              PIC 9(06).
010000    05 CURRENT-TIME              PIC 9(08).
010100    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
010200    05 WS-SEL-CYCLE-DATE         PIC 9(06) VALUE 0.
010300    05 WS-SEL-FILE-NAME          PIC X(08) VALUE SPACES.
010400*
010500*****************************************************
010600* SWITCHES AND STATUS FIELDS                        *
010700*****************************************************
010800 01 WS-GCAT-STATUS               PIC X(02) VALUE '00'.
010900    88 WS-GCAT-STATUS-OK            VALUE '00'.
011000    88 WS-GCAT-STATUS-EOF           VALUE '10'.
011100*
011200 01 WS-GENS-STATUS               PIC X(02) VALUE '00'.
011300    88 WS-GENS-STATUS-OK            VALUE '00'.
011400    88 WS-GENS-STATUS-EOF           VALUE '10'.
011500*
011600 01 WS-GLST-STATUS               PIC X(02) VALUE '00'.
011700    88 WS-GLST-STATUS-OK            VALUE '00'.
011800*
011900 01 WS-CATALOG-SWITCH            PIC X(01) VALUE 'N'.
012000    88 WS-CATALOG-PRESENT           VALUE 'Y'.
012100*
012200*****************************************************
012300* COUNTERS AND WORK FIELDS                          *
012400*****************************************************
012500 01 WS-CHAR-START                PIC S9(04) COMP VALUE 0.
012600 01 WS-CHAR-IDX                  PIC S9(04) COMP VALUE 0.
012700 01 WS-PARM-NAME.
012800    05 WS-PARM-NAME-CHAR         PIC X(01) OCCURS 8 TIMES.
012900 01 WS-TYPE-IDX                  PIC 9(02) VALUE 0.
013000 01 WS-TYPE-SRCH-IDX             PIC 9(02) VALUE 0.
013100 01 WS-TYPE-FOUND-IDX            PIC 9(02) VALUE 0.
013200 01 WS-GCAT-IDX                  PIC 9(04) VALUE 0.
013300 01 WS-SRCH-FILE-NAME            PIC X(08) VALUE SPACES.
013400 01 WS-HELD-FOR-DATE             PIC 9(04) VALUE 0.
013500 01 WS-CONTENT-COUNT             PIC 9(07) VALUE 0.
013600 01 WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.
013700 01 WS-LINE-COUNT                PIC 9(02) VALUE 99.
013800 01 WS-PAGE-COUNT                PIC 9(04) VALUE 0.
013900 01 WS-PRINT-LINE                PIC X(132) VALUE SPACES.
014000 01 WS-CUR-HEADING               PIC X(132) VALUE SPACES.
014100*
014200*****************************************************
014300* THE FILE TYPES CBLROLLV ROLLS OVER, LISTED IN ITS *
014400* ORDER EVEN WHEN NOTHING IS HELD FOR THEM.         *
014500*****************************************************
014600 01 WS-STD-TYPE-VALUES.
014700    05 FILLER                    PIC X(08) VALUE 'VARFILE'.
014800    05 FILLER                    PIC X(08) VALUE 'SIGNFILE'.
014900    05 FILLER                    PIC X(08) VALUE 'SLAFILE'.
015000    05 FILLER                    PIC X(08) VALUE 'EXCPFILE'.
015100    05 FILLER                    PIC X(08) VALUE 'IMPCFILE'.
015200    05 FILLER                    PIC X(08) VALUE 'FCSTFILE'.
015300    05 FILLER                    PIC X(08) VALUE 'RPTFILE'.
015400    05 FILLER                    PIC X(08) VALUE 'AUDTFILE'.
015500    05 FILLER                    PIC X(08) VALUE 'CDSPFILE'.
015600 01 WS-STD-TYPE-TABLE            REDEFINES WS-STD-TYPE-VALUES.
015700    05 WS-STD-TYPE-NAME          PIC X(08) OCCURS 9 TIMES.
015800*
015900*****************************************************
016000* FILE-TYPE TABLE - THE STANDARD TYPES, THEN ANY    *
016100* OTHER NAME FOUND ON THE CATALOG, WITH WHAT IS     *
016200* HELD FOR EACH AND THE CATALOG ROW FOR THE CYCLE   *
016300* DATE ASKED FOR.                                   *
016400*****************************************************
016500 01 WS-TYPE-TABLE.
016600    05 WS-TYPE-COUNT             PIC 9(02) VALUE 0.
016700    05 WS-TYPE-ENTRIES OCCURS 0 TO 30 TIMES
016800              DEPENDING ON WS-TYPE-COUNT.
016900       10 WS-TYPE-NAME              PIC X(08).
017000       10 WS-TYPE-HELD              PIC 9(04).
017100       10 WS-TYPE-OLDEST            PIC 9(06).
017200       10 WS-TYPE-NEWEST            PIC 9(06).
017300       10 WS-TYPE-RECORDS           PIC 9(09).
017400       10 WS-TYPE-SEL-IDX           PIC 9(04).
017500*
017600*****************************************************
017700* CATALOG TABLE - EVERY GCATFILE RECORD, IN FILE    *
017800* ORDER.                                            *
017900*****************************************************
018000 01 WS-GCAT-TABLE.
018100    05 WS-GCAT-ENTRY-COUNT       PIC 9(04) VALUE 0.
018200    05 WS-GCAT-ENTRIES OCCURS 0 TO 3000 TIMES
018300              DEPENDING ON WS-GCAT-ENTRY-COUNT.
018400       10 WS-GCAT-TBL-FILE-NAME     PIC X(08).
018500       10 WS-GCAT-TBL-CYCLE-DATE    PIC 9(06).
018600       10 WS-GCAT-TBL-COUNT         PIC 9(07).
018700       10 WS-GCAT-TBL-ROLL-DATE     PIC 9(06).
018800       10 WS-GCAT-TBL-ROLL-TIME     PIC 9(08).
018900       10 WS-GCAT-TBL-RESET-FLAG    PIC X(01).
019000*
019100*****************************************************
019200* REPORT LINE LAYOUTS                               *
019300*****************************************************
019400 01 WS-PAGE-HEADING.
019500    05 FILLER                    PIC X(21) VALUE
019600          'GENERATION CATALOG - '.
019700    05 WS-HDG-TITLE              PIC X(47).
019800    05 FILLER                    PIC X(11) VALUE '  RUN DATE '.
019900    05 WS-HDG-DATE               PIC 9(06).
020000    05 FILLER                    PIC X(01) VALUE SPACE.
020100    05 WS-HDG-TIME               PIC 9(08).
020200    05 FILLER                    PIC X(08) VALUE '   PAGE '.
020300    05 WS-HDG-PAGE               PIC ZZZ9.
020400    05 FILLER                    PIC X(26) VALUE SPACES.
020500*
020600 01 WS-DATE-TITLE.
020700    05 FILLER                    PIC X(27) VALUE
020800          'GENERATIONS HELD FOR CYCLE '.
020900    05 WS-DTT-CYCLE-DATE         PIC 9(06).
021000*
021100 01 WS-CONTENT-TITLE.
021200    05 FILLER                    PIC X(12) VALUE 'CONTENTS OF '.
021300    05 WS-CTT-FILE-NAME          PIC X(08).
021400    05 FILLER                    PIC X(12) VALUE ' GENERATION '.
021500    05 WS-CTT-CYCLE-DATE         PIC 9(06).
021600*
021700 01 WS-GEN-HEADING.
021800    05 FILLER                    PIC X(44) VALUE
021900          'FILE      CYCLE   RECORDS  ROLLED ON        '.
022000    05 FILLER                    PIC X(07) VALUE 'EMPTIED'.
022100    05 FILLER                    PIC X(81) VALUE SPACES.
022200*
022300 01 WS-GEN-DETAIL.
022400    05 WS-GDT-FILE-NAME          PIC X(08).
022500    05 FILLER                    PIC X(02) VALUE SPACES.
022600    05 WS-GDT-CYCLE-DATE         PIC 9(06).
022700    05 FILLER                    PIC X(02) VALUE SPACES.
022800    05 WS-GDT-RECORDS            PIC ZZZZZZ9.
022900    05 FILLER                    PIC X(02) VALUE SPACES.
023000    05 WS-GDT-ROLL-DATE          PIC 9(06).
023100    05 FILLER                    PIC X(01) VALUE SPACE.
023200    05 WS-GDT-ROLL-TIME          PIC 9(08).
023300    05 FILLER                    PIC X(02) VALUE SPACES.
023400    05 WS-GDT-EMPTIED            PIC X(03).
023500    05 FILLER                    PIC X(85) VALUE SPACES.
023600*
023700 01 WS-MISS-DETAIL.
023800    05 WS-MDT-FILE-NAME          PIC X(08).
023900    05 FILLER                    PIC X(02) VALUE SPACES.
024000    05 WS-MDT-CYCLE-DATE         PIC 9(06).
024100    05 FILLER                    PIC X(02) VALUE SPACES.
024200    05 WS-MDT-REASON             PIC X(50).
024300    05 FILLER                    PIC X(64) VALUE SPACES.
024400*
024500 01 WS-OLDEST-REASON.
024600    05 FILLER                    PIC X(30) VALUE
024700          'NOT HELD - EXPIRED, OLDEST IS '.
024800    05 WS-ORN-OLDEST             PIC 9(06).
024900*
025000 01 WS-TYPE-HEADING.
025100    05 FILLER                    PIC X(44) VALUE
025200          'FILE      HELD  OLDEST  NEWEST    RECORDS'.
025300    05 FILLER                    PIC X(88) VALUE SPACES.
025400*
025500 01 WS-TYPE-DETAIL.
025600    05 WS-TDT-FILE-NAME          PIC X(08).
025700    05 FILLER                    PIC X(02) VALUE SPACES.
025800    05 WS-TDT-HELD               PIC ZZZ9.
025900    05 FILLER                    PIC X(02) VALUE SPACES.
026000    05 WS-TDT-OLDEST             PIC 9(06).
026100    05 FILLER                    PIC X(02) VALUE SPACES.
026200    05 WS-TDT-NEWEST             PIC 9(06).
026300    05 FILLER                    PIC X(02) VALUE SPACES.
026400    05 WS-TDT-RECORDS            PIC ZZZZZZZZ9.
026500    05 FILLER                    PIC X(91) VALUE SPACES.
026600*
026700 01 WS-TYPE-NONE-DETAIL.
026800    05 WS-TND-FILE-NAME          PIC X(08).
026900    05 FILLER                    PIC X(02) VALUE SPACES.
027000    05 FILLER                    PIC X(19) VALUE
027100          'NO GENERATIONS HELD'.
027200    05 FILLER                    PIC X(103) VALUE SPACES.
027300*
027400 01 WS-TOTAL-LINE.
027500    05 WS-TTL-LABEL              PIC X(40).
027600    05 WS-TTL-COUNT              PIC ZZZZZZ9.
027700    05 FILLER                    PIC X(85) VALUE SPACES.
027800*
027900 LINKAGE SECTION.
028000  01 PRM-INFO.
028100     05 PRM-LENGTH               PIC S9(04) COMP.
028200     05 PRM-CYCLE-DATE           PIC 9(06).
028300     05 PRM-FILE-NAME            PIC X(08).
028400*
028500 PROCEDURE DIVISION USING PRM-INFO.
028600*****************************************************
028700* MAIN PROGRAM ROUTINE                              *
028800*****************************************************
028900 0000-MAIN-PROCESS.
029000*
029100      PERFORM 1000-INITIALIZE
029200         THRU 1000-INITIALIZE-EXIT
029300*
029400      IF WS-RETURN-CODE >= 8
029500         MOVE WS-RETURN-CODE TO RETURN-CODE
029600         GOBACK
029700      END-IF
029800*
029900      PERFORM 2000-LOAD-CATALOG
030000         THRU 2000-LOAD-CATALOG-EXIT
030100*
030200      IF WS-CATALOG-PRESENT
030300         PERFORM 3000-LIST-GENERATIONS
030400            THRU 3000-LIST-GENERATIONS-EXIT
030500         PERFORM 4000-LIST-HOLDINGS
030600            THRU 4000-LIST-HOLDINGS-EXIT
030700         IF WS-SEL-FILE-NAME NOT = SPACES
030800            PERFORM 5000-LIST-CONTENTS
030900               THRU 5000-LIST-CONTENTS-EXIT
031000         END-IF
031100      END-IF
031200*
031300      PERFORM 9000-TERMINATE
031400         THRU 9000-TERMINATE-EXIT
031500*
031600      MOVE WS-RETURN-CODE TO RETURN-CODE
031700      GOBACK
031800      .
031900 0000-MAIN-PROCESS-EXIT.
032000      EXIT.
032100*
032200*****************************************************
032300* 1000-INITIALIZE - PICK UP THE CYCLE DATE AND FILE *
032400* NAME PARM AND OPEN THE LISTING.  NO PARM LISTS    *
032500* EVERY GENERATION HELD.                            *
032600*****************************************************
032700 1000-INITIALIZE.
032800*
032900      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
033000      DISPLAY '-------------------------------'
033100      DISPLAY ' '
033200*
033300      ACCEPT CURRENT-DATE     FROM DATE
033400      ACCEPT CURRENT-TIME     FROM TIME
033500      MOVE CURRENT-DATE       TO WS-HDG-DATE
033600      MOVE CURRENT-TIME       TO WS-HDG-TIME
033700*
033800      IF PRM-LENGTH > 0
033900         IF PRM-LENGTH < 6
034000            OR PRM-CYCLE-DATE NOT NUMERIC
034100            OR PRM-CYCLE-DATE = 0
034200            DISPLAY ' *** PARM MUST BE A CYCLE DATE YYMMDD, '
034300               'OPTIONALLY FOLLOWED BY A FILE NAME ***'
034400            MOVE 8            TO WS-RETURN-CODE
034500            GO TO 1000-INITIALIZE-EXIT
034600         END-IF
034700         MOVE PRM-CYCLE-DATE  TO WS-SEL-CYCLE-DATE
034800      END-IF
034900*
035000*    ONLY AS MUCH OF THE FILE NAME AS THE PARM CARRIES IS
035100*    TAKEN - THE REST OF THE NAME FIELD IS BLANKED.
035200      IF PRM-LENGTH > 6
035300         MOVE PRM-FILE-NAME   TO WS-PARM-NAME
035400         COMPUTE WS-CHAR-START = PRM-LENGTH - 5
035500         PERFORM 1050-CLEAR-NAME-CHAR
035600            THRU 1050-CLEAR-NAME-CHAR-EXIT
035700            VARYING WS-CHAR-IDX FROM WS-CHAR-START BY 1
035800            UNTIL WS-CHAR-IDX > 8
035900         MOVE WS-PARM-NAME    TO WS-SEL-FILE-NAME
036000      END-IF
036100*
036200      IF WS-SEL-CYCLE-DATE = 0
036300         DISPLAY ' NO CYCLE DATE SUPPLIED - LISTING EVERY '
036400            'GENERATION HELD'
036500      ELSE
036600         DISPLAY ' LISTING GENERATIONS HELD FOR CYCLE '
036700            WS-SEL-CYCLE-DATE
036800      END-IF
036900      IF WS-SEL-FILE-NAME NOT = SPACES
037000         DISPLAY ' PRINTING GENERATION ' WS-SEL-FILE-NAME
037100            ' ' WS-SEL-CYCLE-DATE
037200      END-IF
037300*
037400      OPEN OUTPUT GLST-FILE
037500      IF NOT WS-GLST-STATUS-OK
037600         DISPLAY ' *** GLSTFILE COULD NOT BE OPENED - STATUS: '
037700            WS-GLST-STATUS ' ***'
037800         MOVE 12              TO WS-RETURN-CODE
037900         GO TO 1000-INITIALIZE-EXIT
038000      END-IF
038100*
038200      PERFORM 1100-ADD-STD-TYPE
038300         THRU 1100-ADD-STD-TYPE-EXIT
038400         VARYING WS-TYPE-IDX FROM 1 BY 1
038500         UNTIL WS-TYPE-IDX > 9
038600      .
038700 1000-INITIALIZE-EXIT.
038800      EXIT.
038900*
039000*****************************************************
039100* 1050-CLEAR-NAME-CHAR - BLANK ONE POSITION OF THE  *
039200* FILE NAME BEYOND THE END OF THE PARM.             *
039300*****************************************************
039400 1050-CLEAR-NAME-CHAR.
039500*
039600      MOVE SPACE              TO WS-PARM-NAME-CHAR (WS-CHAR-IDX)
039700      .
039800 1050-CLEAR-NAME-CHAR-EXIT.
039900      EXIT.
040000*
040100*****************************************************
040200* 1100-ADD-STD-TYPE - ADD ONE STANDARD FILE TYPE TO *
040300* THE FILE-TYPE TABLE.                              *
040400*****************************************************
040500 1100-ADD-STD-TYPE.
040600*
040700      MOVE WS-STD-TYPE-NAME (WS-TYPE-IDX) TO WS-SRCH-FILE-NAME
040800      PERFORM 2100-ADD-FILE-TYPE
040900         THRU 2100-ADD-FILE-TYPE-EXIT
041000      .
041100 1100-ADD-STD-TYPE-EXIT.
041200      EXIT.
041300*
041400*****************************************************
041500* 2000-LOAD-CATALOG - LOAD EVERY GCATFILE RECORD    *
041600* AND TALLY WHAT IS HELD FOR EACH FILE TYPE.  NO    *
041700* GCATFILE MEANS NOTHING WAS EVER ROLLED OVER.      *
041800*****************************************************
041900 2000-LOAD-CATALOG.
042000*
042100      OPEN INPUT GCAT-FILE
042200      IF NOT WS-GCAT-STATUS-OK
042300         DISPLAY ' *** GCATFILE COULD NOT BE OPENED - STATUS: '
042400            WS-GCAT-STATUS ' - NO GENERATIONS TO LIST ***'
042500         MOVE 'NO GENERATION CATALOG' TO WS-HDG-TITLE
042600         MOVE 'GCATFILE NOT FOUND - NO GENERATIONS ARE HELD'
042700            TO WS-PRINT-LINE
042800         PERFORM 5900-WRITE-REPORT-LINE
042900            THRU 5900-WRITE-REPORT-LINE-EXIT
043000         MOVE 8               TO WS-RETURN-CODE
043100         GO TO 2000-LOAD-CATALOG-EXIT
043200      END-IF
043300*
043400      SET WS-CATALOG-PRESENT  TO TRUE
043500      PERFORM 2010-READ-CATALOG-RECORD
043600         THRU 2010-READ-CATALOG-RECORD-EXIT
043700         UNTIL WS-GCAT-STATUS-EOF
043800      CLOSE GCAT-FILE
043900      .
044000 2000-LOAD-CATALOG-EXIT.
044100      EXIT.
044200*
044300*****************************************************
044400* 2010-READ-CATALOG-RECORD - READ ONE CATALOG       *
044500* RECORD INTO THE TABLE AND ADD IT TO ITS FILE      *
044600* TYPE'S HOLDINGS.                                  *
044700*****************************************************
044800 2010-READ-CATALOG-RECORD.
044900*
045000      READ GCAT-FILE
045100         AT END
045200            MOVE '10'   TO WS-GCAT-STATUS
045300            GO TO 2010-READ-CATALOG-RECORD-EXIT
045400      END-READ
045500*
045600      IF GCAT-FILE-NAME = SPACES
045700         OR GCAT-CYCLE-DATE NOT NUMERIC
045800         OR GCAT-RECORD-COUNT NOT NUMERIC
045900         GO TO 2010-READ-CATALOG-RECORD-EXIT
046000      END-IF
046100*
046200      IF WS-GCAT-ENTRY-COUNT >= 3000
046300         DISPLAY ' *** MORE THAN 3000 GENERATIONS ON GCATFILE - '
046400            'LISTING IS INCOMPLETE ***'
046500         IF WS-RETURN-CODE < 4
046600            MOVE 4            TO WS-RETURN-CODE
046700         END-IF
046800         MOVE '10'            TO WS-GCAT-STATUS
046900         GO TO 2010-READ-CATALOG-RECORD-EXIT
047000      END-IF
047100*
047200      ADD 1                   TO WS-GCAT-ENTRY-COUNT
047300      MOVE WS-GCAT-ENTRY-COUNT TO WS-GCAT-IDX
047400      MOVE GCAT-FILE-NAME
047500         TO WS-GCAT-TBL-FILE-NAME (WS-GCAT-IDX)
047600      MOVE GCAT-CYCLE-DATE
047700         TO WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-IDX)
047800      MOVE GCAT-RECORD-COUNT
047900         TO WS-GCAT-TBL-COUNT (WS-GCAT-IDX)
048000      MOVE 0
048100         TO WS-GCAT-TBL-ROLL-DATE (WS-GCAT-IDX)
048200      IF GCAT-ROLL-DATE IS NUMERIC
048300         MOVE GCAT-ROLL-DATE
048400            TO WS-GCAT-TBL-ROLL-DATE (WS-GCAT-IDX)
048500      END-IF
048600      MOVE 0
048700         TO WS-GCAT-TBL-ROLL-TIME (WS-GCAT-IDX)
048800      IF GCAT-ROLL-TIME IS NUMERIC
048900         MOVE GCAT-ROLL-TIME
049000            TO WS-GCAT-TBL-ROLL-TIME (WS-GCAT-IDX)
049100      END-IF
049200      MOVE GCAT-RESET-FLAG
049300         TO WS-GCAT-TBL-RESET-FLAG (WS-GCAT-IDX)
049400*
049500      MOVE GCAT-FILE-NAME     TO WS-SRCH-FILE-NAME
049600      PERFORM 2100-ADD-FILE-TYPE
049700         THRU 2100-ADD-FILE-TYPE-EXIT
049800      IF WS-TYPE-FOUND-IDX = 0
049900         GO TO 2010-READ-CATALOG-RECORD-EXIT
050000      END-IF
050100*
050200      MOVE WS-TYPE-FOUND-IDX  TO WS-TYPE-IDX
050300      ADD 1                   TO WS-TYPE-HELD (WS-TYPE-IDX)
050400      ADD GCAT-RECORD-COUNT   TO WS-TYPE-RECORDS (WS-TYPE-IDX)
050500      IF WS-TYPE-OLDEST (WS-TYPE-IDX) = 0
050600         OR GCAT-CYCLE-DATE < WS-TYPE-OLDEST (WS-TYPE-IDX)
050700         MOVE GCAT-CYCLE-DATE TO WS-TYPE-OLDEST (WS-TYPE-IDX)
050800      END-IF
050900      IF GCAT-CYCLE-DATE > WS-TYPE-NEWEST (WS-TYPE-IDX)
051000         MOVE GCAT-CYCLE-DATE TO WS-TYPE-NEWEST (WS-TYPE-IDX)
051100      END-IF
051200      IF WS-SEL-CYCLE-DATE > 0
051300         AND GCAT-CYCLE-DATE = WS-SEL-CYCLE-DATE
051400         MOVE WS-GCAT-IDX     TO WS-TYPE-SEL-IDX (WS-TYPE-IDX)
051500      END-IF
051600      .
051700 2010-READ-CATALOG-RECORD-EXIT.
051800      EXIT.
051900*
052000*****************************************************
052100* 2100-ADD-FILE-TYPE - POINT WS-TYPE-FOUND-IDX AT   *
052200* THE FILE TYPE NAMED WS-SRCH-FILE-NAME, ADDING IT  *
052300* WHEN IT IS NOT YET IN THE TABLE.  ZERO WHEN THE   *
052400* TABLE IS FULL.                                    *
052500*****************************************************
052600 2100-ADD-FILE-TYPE.
052700*
052800      MOVE 0                  TO WS-TYPE-FOUND-IDX
052900      PERFORM 2110-SEARCH-FILE-TYPE
053000         THRU 2110-SEARCH-FILE-TYPE-EXIT
053100         VARYING WS-TYPE-SRCH-IDX FROM 1 BY 1
053200         UNTIL WS-TYPE-SRCH-IDX > WS-TYPE-COUNT
053300            OR WS-TYPE-FOUND-IDX > 0
053400*
053500      IF WS-TYPE-FOUND-IDX = 0
053600         AND WS-TYPE-COUNT < 30
053700         ADD 1                TO WS-TYPE-COUNT
053800         MOVE WS-TYPE-COUNT   TO WS-TYPE-FOUND-IDX
053900         MOVE WS-SRCH-FILE-NAME
054000            TO WS-TYPE-NAME (WS-TYPE-FOUND-IDX)
054100         MOVE 0               TO WS-TYPE-HELD (WS-TYPE-FOUND-IDX)
054200         MOVE 0
054250            TO WS-TYPE-OLDEST (WS-TYPE-FOUND-IDX)
054300         MOVE 0
054350            TO WS-TYPE-NEWEST (WS-TYPE-FOUND-IDX)
054400         MOVE 0
054500            TO WS-TYPE-RECORDS (WS-TYPE-FOUND-IDX)
054600         MOVE 0
054700            TO WS-TYPE-SEL-IDX (WS-TYPE-FOUND-IDX)
054800      END-IF
054900      .
055000 2100-ADD-FILE-TYPE-EXIT.
055100      EXIT.
055200*
055300*****************************************************
055400* 2110-SEARCH-FILE-TYPE - TEST ONE FILE TYPE FOR A  *
055500* NAME MATCH DURING THE SEARCH ABOVE.               *
055600*****************************************************
055700 2110-SEARCH-FILE-TYPE.
055800*
055900      IF WS-TYPE-NAME (WS-TYPE-SRCH-IDX) = WS-SRCH-FILE-NAME
056000         MOVE WS-TYPE-SRCH-IDX   TO WS-TYPE-FOUND-IDX
056100      END-IF
056200      .
056300 2110-SEARCH-FILE-TYPE-EXIT.
056400      EXIT.
056500*
056600*****************************************************
056700* 3000-LIST-GENERATIONS - WITH A CYCLE DATE, ONE    *
056800* LINE PER FILE TYPE SAYING WHETHER IT IS HELD FOR  *
056900* THAT CYCLE.  WITHOUT ONE, EVERY GENERATION ON THE *
057000* CATALOG.                                          *
057100*****************************************************
057200 3000-LIST-GENERATIONS.
057300*
057400      MOVE WS-GEN-HEADING     TO WS-CUR-HEADING
057500      MOVE 99                 TO WS-LINE-COUNT
057600*
057700      IF WS-SEL-CYCLE-DATE = 0
057800         MOVE 'ALL GENERATIONS HELD' TO WS-HDG-TITLE
057900         PERFORM 3200-LIST-ONE-ENTRY
058000            THRU 3200-LIST-ONE-ENTRY-EXIT
058100            VARYING WS-GCAT-IDX FROM 1 BY 1
058200            UNTIL WS-GCAT-IDX > WS-GCAT-ENTRY-COUNT
058300         MOVE 'GENERATIONS HELD' TO WS-TTL-LABEL
058400         MOVE WS-GCAT-ENTRY-COUNT TO WS-TTL-COUNT
058500      ELSE
058600         MOVE WS-SEL-CYCLE-DATE  TO WS-DTT-CYCLE-DATE
058700         MOVE WS-DATE-TITLE      TO WS-HDG-TITLE
058800         PERFORM 3100-LIST-ONE-TYPE
058900            THRU 3100-LIST-ONE-TYPE-EXIT
059000            VARYING WS-TYPE-IDX FROM 1 BY 1
059100            UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
059200         MOVE 'GENERATIONS HELD FOR THE CYCLE' TO WS-TTL-LABEL
059300         MOVE WS-HELD-FOR-DATE   TO WS-TTL-COUNT
059400         IF WS-HELD-FOR-DATE = 0
059500            DISPLAY ' *** NO GENERATIONS HELD FOR CYCLE '
059600               WS-SEL-CYCLE-DATE ' ***'
059700            IF WS-RETURN-CODE < 4
059800               MOVE 4         TO WS-RETURN-CODE
059900            END-IF
060000         END-IF
060100      END-IF
060200*
060300      MOVE SPACES             TO WS-PRINT-LINE
060400      PERFORM 5900-WRITE-REPORT-LINE
060500         THRU 5900-WRITE-REPORT-LINE-EXIT
060600      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
060700      PERFORM 5900-WRITE-REPORT-LINE
060800         THRU 5900-WRITE-REPORT-LINE-EXIT
060900      .
061000 3000-LIST-GENERATIONS-EXIT.
061100      EXIT.
061200*
061300*****************************************************
061400* 3100-LIST-ONE-TYPE - ONE FILE TYPE FOR THE CYCLE  *
061500* ASKED FOR.  A TYPE NOT HELD SAYS WHY - THE CYCLE  *
061600* IS OLDER THAN ANYTHING STILL RETAINED, NEWER THAN *
061700* ANYTHING ROLLED, OR WAS SIMPLY NOT ROLLED.        *
061800*****************************************************
061900 3100-LIST-ONE-TYPE.
062000*
062100      MOVE WS-TYPE-SEL-IDX (WS-TYPE-IDX) TO WS-GCAT-IDX
062200      IF WS-GCAT-IDX > 0
062300         ADD 1                TO WS-HELD-FOR-DATE
062400         PERFORM 3300-FORMAT-GENERATION
062500            THRU 3300-FORMAT-GENERATION-EXIT
062600         GO TO 3100-LIST-ONE-TYPE-EXIT
062700      END-IF
062800*
062900      MOVE SPACES             TO WS-MDT-REASON
063000      MOVE WS-TYPE-NAME (WS-TYPE-IDX)  TO WS-MDT-FILE-NAME
063100      MOVE WS-SEL-CYCLE-DATE  TO WS-MDT-CYCLE-DATE
063200      EVALUATE TRUE
063300         WHEN WS-TYPE-HELD (WS-TYPE-IDX) = 0
063400            MOVE 'NOT HELD - NO GENERATIONS OF THIS FILE ARE HELD'
063500               TO WS-MDT-REASON
063600         WHEN WS-SEL-CYCLE-DATE < WS-TYPE-OLDEST (WS-TYPE-IDX)
063700            MOVE WS-TYPE-OLDEST (WS-TYPE-IDX) TO WS-ORN-OLDEST
063800            MOVE WS-OLDEST-REASON TO WS-MDT-REASON
063900         WHEN WS-SEL-CYCLE-DATE > WS-TYPE-NEWEST (WS-TYPE-IDX)
064000            MOVE 'NOT HELD - CYCLE NOT YET ROLLED OVER'
064100               TO WS-MDT-REASON
064200         WHEN OTHER
064300            MOVE 'NOT HELD - NOT ROLLED OVER FOR THIS CYCLE'
064400               TO WS-MDT-REASON
064500      END-EVALUATE
064600      MOVE WS-MISS-DETAIL     TO WS-PRINT-LINE
064700      PERFORM 5900-WRITE-REPORT-LINE
064800         THRU 5900-WRITE-REPORT-LINE-EXIT
064900      .
065000 3100-LIST-ONE-TYPE-EXIT.
065100      EXIT.
065200*
065300*****************************************************
065400* 3200-LIST-ONE-ENTRY - ONE CATALOG ROW.            *
065500*****************************************************
065600 3200-LIST-ONE-ENTRY.
065700*
065800      PERFORM 3300-FORMAT-GENERATION
065900         THRU 3300-FORMAT-GENERATION-EXIT
066000      .
066100 3200-LIST-ONE-ENTRY-EXIT.
066200      EXIT.
066300*
066400*****************************************************
066500* 3300-FORMAT-GENERATION - WRITE THE DETAIL LINE    *
066600* FOR CATALOG ROW WS-GCAT-IDX.                      *
066700*****************************************************
066800 3300-FORMAT-GENERATION.
066900*
067000      MOVE WS-GCAT-TBL-FILE-NAME (WS-GCAT-IDX)
067050         TO WS-GDT-FILE-NAME
067100      MOVE WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-IDX)
067200         TO WS-GDT-CYCLE-DATE
067300      MOVE WS-GCAT-TBL-COUNT (WS-GCAT-IDX)      TO WS-GDT-RECORDS
067400      MOVE WS-GCAT-TBL-ROLL-DATE (WS-GCAT-IDX)
067450         TO WS-GDT-ROLL-DATE
067500      MOVE WS-GCAT-TBL-ROLL-TIME (WS-GCAT-IDX)
067550         TO WS-GDT-ROLL-TIME
067600      IF WS-GCAT-TBL-RESET-FLAG (WS-GCAT-IDX) = 'Y'
067700         MOVE 'YES'           TO WS-GDT-EMPTIED
067800      ELSE
067900         MOVE 'NO'            TO WS-GDT-EMPTIED
068000      END-IF
068100      MOVE WS-GEN-DETAIL      TO WS-PRINT-LINE
068200      PERFORM 5900-WRITE-REPORT-LINE
068300         THRU 5900-WRITE-REPORT-LINE-EXIT
068400      .
068500 3300-FORMAT-GENERATION-EXIT.
068600      EXIT.
068700*
068800*****************************************************
068900* 4000-LIST-HOLDINGS - PER FILE TYPE, HOW MANY      *
069000* GENERATIONS ARE HELD, THE CYCLE RANGE THEY SPAN   *
069100* AND THE RECORDS THEY HOLD.                        *
069200*****************************************************
069300 4000-LIST-HOLDINGS.
069400*
069500      MOVE 'HOLDINGS BY FILE TYPE' TO WS-HDG-TITLE
069600      MOVE WS-TYPE-HEADING    TO WS-CUR-HEADING
069700      MOVE 99                 TO WS-LINE-COUNT
069800*
069900      PERFORM 4100-LIST-TYPE-HOLDING
070000         THRU 4100-LIST-TYPE-HOLDING-EXIT
070100         VARYING WS-TYPE-IDX FROM 1 BY 1
070200         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
070300      .
070400 4000-LIST-HOLDINGS-EXIT.
070500      EXIT.
070600*
070700*****************************************************
070800* 4100-LIST-TYPE-HOLDING - ONE FILE TYPE'S LINE.    *
070900*****************************************************
071000 4100-LIST-TYPE-HOLDING.
071100*
071200      IF WS-TYPE-HELD (WS-TYPE-IDX) = 0
071300         MOVE WS-TYPE-NAME (WS-TYPE-IDX) TO WS-TND-FILE-NAME
071400         MOVE WS-TYPE-NONE-DETAIL        TO WS-PRINT-LINE
071500      ELSE
071600         MOVE WS-TYPE-NAME (WS-TYPE-IDX)    TO WS-TDT-FILE-NAME
071700         MOVE WS-TYPE-HELD (WS-TYPE-IDX)    TO WS-TDT-HELD
071800         MOVE WS-TYPE-OLDEST (WS-TYPE-IDX)  TO WS-TDT-OLDEST
071900         MOVE WS-TYPE-NEWEST (WS-TYPE-IDX)  TO WS-TDT-NEWEST
072000         MOVE WS-TYPE-RECORDS (WS-TYPE-IDX) TO WS-TDT-RECORDS
072100         MOVE WS-TYPE-DETAIL                TO WS-PRINT-LINE
072200      END-IF
072300      PERFORM 5900-WRITE-REPORT-LINE
072400         THRU 5900-WRITE-REPORT-LINE-EXIT
072500      .
072600 4100-LIST-TYPE-HOLDING-EXIT.
072700      EXIT.
072800*
072900*****************************************************
073000* 5000-LIST-CONTENTS - PRINT THE GENERATION OF THE  *
073100* FILE NAMED ON THE PARM FOR THE CYCLE ASKED FOR,   *
073200* RECORD FOR RECORD FROM THE GENERATION STORE.      *
073300*****************************************************
073400 5000-LIST-CONTENTS.
073500*
073600      MOVE WS-SEL-FILE-NAME   TO WS-CTT-FILE-NAME
073700      MOVE WS-SEL-CYCLE-DATE  TO WS-CTT-CYCLE-DATE
073800      MOVE WS-CONTENT-TITLE   TO WS-HDG-TITLE
073900      MOVE SPACES             TO WS-CUR-HEADING
074000      MOVE 99                 TO WS-LINE-COUNT
074100*
074200      MOVE WS-SEL-FILE-NAME   TO WS-SRCH-FILE-NAME
074300      PERFORM 2100-ADD-FILE-TYPE
074400         THRU 2100-ADD-FILE-TYPE-EXIT
074500      MOVE 0                  TO WS-GCAT-IDX
074600      IF WS-TYPE-FOUND-IDX > 0
074700         MOVE WS-TYPE-SEL-IDX (WS-TYPE-FOUND-IDX) TO WS-GCAT-IDX
074800      END-IF
074900*
075000      IF WS-GCAT-IDX = 0
075100         MOVE 'THIS GENERATION IS NOT HELD' TO WS-PRINT-LINE
075200         PERFORM 5900-WRITE-REPORT-LINE
075300            THRU 5900-WRITE-REPORT-LINE-EXIT
075400         DISPLAY ' *** GENERATION ' WS-SEL-FILE-NAME ' '
075500            WS-SEL-CYCLE-DATE ' IS NOT HELD ***'
075600         IF WS-RETURN-CODE < 4
075700            MOVE 4            TO WS-RETURN-CODE
075800         END-IF
075900         GO TO 5000-LIST-CONTENTS-EXIT
076000      END-IF
076100*
076200      OPEN INPUT GENS-FILE
076300      IF NOT WS-GENS-STATUS-OK
076400         DISPLAY ' *** GENSFILE COULD NOT BE OPENED - STATUS: '
076500            WS-GENS-STATUS ' ***'
076600         MOVE 12              TO WS-RETURN-CODE
076700         GO TO 5000-LIST-CONTENTS-EXIT
076800      END-IF
076900*
077000      PERFORM 5100-LIST-STORE-RECORD
077100         THRU 5100-LIST-STORE-RECORD-EXIT
077200         UNTIL WS-GENS-STATUS-EOF
077300      CLOSE GENS-FILE
077400*
077500      MOVE SPACES             TO WS-PRINT-LINE
077600      PERFORM 5900-WRITE-REPORT-LINE
077700         THRU 5900-WRITE-REPORT-LINE-EXIT
077800      MOVE 'RECORDS PRINTED'  TO WS-TTL-LABEL
077900      MOVE WS-CONTENT-COUNT   TO WS-TTL-COUNT
078000      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
078100      PERFORM 5900-WRITE-REPORT-LINE
078200         THRU 5900-WRITE-REPORT-LINE-EXIT
078300      MOVE 'RECORDS ON THE CATALOG' TO WS-TTL-LABEL
078400      MOVE WS-GCAT-TBL-COUNT (WS-GCAT-IDX) TO WS-TTL-COUNT
078500      MOVE WS-TOTAL-LINE      TO WS-PRINT-LINE
078600      PERFORM 5900-WRITE-REPORT-LINE
078700         THRU 5900-WRITE-REPORT-LINE-EXIT
078800*
078900      IF WS-CONTENT-COUNT NOT = WS-GCAT-TBL-COUNT (WS-GCAT-IDX)
079000         DISPLAY ' *** GENERATION ' WS-SEL-FILE-NAME ' '
079100            WS-SEL-CYCLE-DATE ' PRINTED ' WS-CONTENT-COUNT
079200            ' RECORDS, CATALOG SAYS '
079300            WS-GCAT-TBL-COUNT (WS-GCAT-IDX) ' ***'
079400         IF WS-RETURN-CODE < 4
079500            MOVE 4            TO WS-RETURN-CODE
079600         END-IF
079700      END-IF
079800      .
079900 5000-LIST-CONTENTS-EXIT.
080000      EXIT.
080100*
080200*****************************************************
080300* 5100-LIST-STORE-RECORD - READ ONE STORE RECORD    *
080400* AND PRINT IT WHEN IT BELONGS TO THE GENERATION.   *
080500*****************************************************
080600 5100-LIST-STORE-RECORD.
080700*
080800      READ GENS-FILE
080900         AT END
081000            MOVE '10'   TO WS-GENS-STATUS
081100         NOT AT END
081200            IF GENS-FILE-NAME = WS-SEL-FILE-NAME
081300               AND GENS-CYCLE-DATE = WS-SEL-CYCLE-DATE
081400               ADD 1          TO WS-CONTENT-COUNT
081500               MOVE GENS-DATA TO WS-PRINT-LINE
081600               PERFORM 5900-WRITE-REPORT-LINE
081700                  THRU 5900-WRITE-REPORT-LINE-EXIT
081800            END-IF
081900      END-READ
082000      .
082100 5100-LIST-STORE-RECORD-EXIT.
082200      EXIT.
082300*
082400*****************************************************
082500* 5900-WRITE-REPORT-LINE - WRITE WS-PRINT-LINE,     *
082600* STARTING A NEW PAGE WHEN THE CURRENT ONE IS FULL. *
082700*****************************************************
082800 5900-WRITE-REPORT-LINE.
082900*
083000      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
083100         PERFORM 5950-START-NEW-PAGE
083200            THRU 5950-START-NEW-PAGE-EXIT
083300      END-IF
083400      MOVE WS-PRINT-LINE      TO PRT-RECORD
083500      WRITE PRT-RECORD
083600      IF NOT WS-GLST-STATUS-OK
083700         DISPLAY ' *** GLSTFILE WRITE FAILED - STATUS: '
083800            WS-GLST-STATUS ' ***'
083900         MOVE 12              TO WS-RETURN-CODE
084000      END-IF
084100      ADD 1                   TO WS-LINE-COUNT
084200      .
084300 5900-WRITE-REPORT-LINE-EXIT.
084400      EXIT.
084500*
084600*****************************************************
084700* 5950-START-NEW-PAGE - ADVANCE THE PAGE COUNT AND  *
084800* WRITE THE PAGE HEADING AND THE CURRENT SECTION'S  *
084900* COLUMN HEADING, WHEN IT HAS ONE.                  *
085000*****************************************************
085100 5950-START-NEW-PAGE.
085200*
085300      ADD 1                   TO WS-PAGE-COUNT
085400      MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE
085500      MOVE WS-PAGE-HEADING    TO PRT-RECORD
085600      WRITE PRT-RECORD
085700      MOVE 1                  TO WS-LINE-COUNT
085800      IF WS-CUR-HEADING NOT = SPACES
085900         MOVE WS-CUR-HEADING  TO PRT-RECORD
086000         WRITE PRT-RECORD
086100         ADD 1                TO WS-LINE-COUNT
086200      END-IF
086300      MOVE SPACES             TO PRT-RECORD
086400      WRITE PRT-RECORD
086500      ADD 1                   TO WS-LINE-COUNT
086600      .
086700 5950-START-NEW-PAGE-EXIT.
086800      EXIT.
086900*
087000*****************************************************
087100* 9000-TERMINATE - CLOSE THE LISTING AND DISPLAY    *
087200* THE RUN SUMMARY.                                  *
087300*****************************************************
087400 9000-TERMINATE.
087500*
087600      CLOSE GLST-FILE
087700*
087800      DISPLAY ' '
087900      DISPLAY ' GENERATIONS ON CATALOG  : ' WS-GCAT-ENTRY-COUNT
088000      IF WS-SEL-CYCLE-DATE > 0
088100         DISPLAY ' HELD FOR CYCLE ' WS-SEL-CYCLE-DATE
088200            '   : ' WS-HELD-FOR-DATE
088300      END-IF
088400      IF WS-SEL-FILE-NAME NOT = SPACES
088500         DISPLAY ' RECORDS PRINTED         : ' WS-CONTENT-COUNT
088600      END-IF
088700      DISPLAY ' PAGES WRITTEN           : ' WS-PAGE-COUNT
088800      DISPLAY ' '
088900      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
089000      .
089100 9000-TERMINATE-EXIT.
089200      EXIT.
