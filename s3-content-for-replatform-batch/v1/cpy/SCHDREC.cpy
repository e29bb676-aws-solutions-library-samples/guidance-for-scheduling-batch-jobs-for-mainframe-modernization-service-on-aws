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
001700******************************************************************
001800*    COPYBOOK  :  SCHDREC                                       *
001900*    PURPOSE   :  RUN-FREQUENCY RULE - ONE RULE PER RECORD THAT  *
002000*                 SAYS ON WHICH CYCLE DATES A JOB-ID IS TO RUN,  *
002100*                 HOW MANY TIMES IT RUNS THAT DAY AND THE        *
002200*                 EXPECTED RC / RESTART STEP ITS CONTROL ENTRY   *
002300*                 CARRIES.  CBLSCHED BUILDS THE NIGHT'S CTLFILE  *
002400*                 AND RECNFILE FROM THESE RULES.  A JOB-ID MAY   *
002500*                 CARRY MORE THAN ONE RULE - THE FIRST RULE      *
002600*                 THAT FIRES FOR THE CYCLE DATE SCHEDULES IT.    *
002700*                 RULE TYPES -                                   *
002800*                   D  EVERY BUSINESS DAY                        *
002900*                   W  THE NAMED WEEKDAYS (SCHD-WEEKDAY-FLAG 1   *
003000*                      = MONDAY THRU 7 = SUNDAY, 'Y' TO RUN)     *
003100*                   N  THE NTH BUSINESS DAY OF THE MONTH         *
003200*                   L  THE LAST BUSINESS DAY OF THE MONTH        *
003300*                   Q  THE LAST BUSINESS DAY OF A QUARTER        *
003400*                 A BUSINESS DAY IS A MONDAY THRU FRIDAY THAT IS *
003500*                 NOT A CALFILE HOLIDAY.                         *
003600*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003700*-----------------------------------------------------------------
003800*    MODIFICATION HISTORY                                        *
003900*    DATE       BY       DESCRIPTION                             *
004000*    --------   -------  ------------------------------------    *
004100*    2026-10-15  RLB     INITIAL VERSION.                        *
004200******************************************************************
004300 01  SCHD-RECORD.
004400     05  SCHD-JOB-ID                 PIC X(08).
004500     05  SCHD-RULE-TYPE              PIC X(01).
004600         88  SCHD-RULE-EVERY-BUS-DAY    VALUE 'D'.
004700         88  SCHD-RULE-WEEKDAYS         VALUE 'W'.
004800         88  SCHD-RULE-NTH-BUS-DAY      VALUE 'N'.
004900         88  SCHD-RULE-LAST-BUS-DAY     VALUE 'L'.
005000         88  SCHD-RULE-QUARTER-END      VALUE 'Q'.
005100     05  SCHD-WEEKDAY-FLAGS          PIC X(07).
005200     05  SCHD-WEEKDAY-TABLE          REDEFINES SCHD-WEEKDAY-FLAGS.
005300         10  SCHD-WEEKDAY-FLAG       PIC X(01) OCCURS 7 TIMES.
005400     05  SCHD-NTH-DAY                PIC 9(02).
005500     05  SCHD-RUNS-PER-DAY           PIC 9(02).
005600     05  SCHD-EXPECTED-RC            PIC 9(02).
005700     05  SCHD-RESTART-STEP           PIC 9(02).
005800     05  FILLER                      PIC X(06).
