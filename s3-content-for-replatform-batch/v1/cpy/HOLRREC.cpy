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
001800*    COPYBOOK  :  HOLRREC                                       *
001900*    PURPOSE   :  HOLIDAY RULE - ONE RECORD PER HOLIDAY FROM     *
002000*                 WHICH CBLCALGN COMPUTES THE HOLIDAY'S DATE IN  *
002100*                 ANY YEAR.  RULE TYPES -                        *
002200*                   F  FIXED DATE (MONTH / DAY), KEPT ON THE     *
002300*                      DATE EVEN WHEN IT FALLS ON A WEEKEND      *
002400*                   O  FIXED DATE WITH THE WEEKEND-OBSERVED      *
002500*                      SHIFT - A SATURDAY DATE IS OBSERVED THE   *
002600*                      FRIDAY BEFORE, A SUNDAY DATE THE MONDAY   *
002700*                      AFTER                                     *
002800*                   N  NTH WEEKDAY OF THE MONTH (HOLR-NTH 1-5,   *
002900*                      HOLR-WEEKDAY 1 = MONDAY THRU 7 = SUNDAY)  *
003000*                   L  LAST WEEKDAY OF THE MONTH (HOLR-WEEKDAY)  *
003100*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003200*-----------------------------------------------------------------
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       BY       DESCRIPTION                             *
003500*    --------   -------  ------------------------------------    *
003600*    2026-10-15  RLB     INITIAL VERSION.                        *
003700******************************************************************
003800 01  HOLR-RECORD.
003900     05  HOLR-RULE-TYPE              PIC X(01).
004000         88  HOLR-RULE-FIXED            VALUE 'F'.
004100         88  HOLR-RULE-OBSERVED         VALUE 'O'.
004200         88  HOLR-RULE-NTH-WEEKDAY      VALUE 'N'.
004300         88  HOLR-RULE-LAST-WEEKDAY     VALUE 'L'.
004400     05  HOLR-MONTH                  PIC 9(02).
004500     05  HOLR-DAY                    PIC 9(02).
004600     05  HOLR-NTH                    PIC 9(01).
004700     05  HOLR-WEEKDAY                PIC 9(01).
004800     05  HOLR-NAME                   PIC X(20).
004900     05  FILLER                      PIC X(03).
