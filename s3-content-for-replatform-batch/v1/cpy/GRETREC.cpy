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
001800*    COPYBOOK  :  GRETREC                                       *
001900*    PURPOSE   :  GENERATION RETENTION RECORD.  ONE RECORD PER   *
002000*                 FILE TYPE ROLLED BY CBLROLLV, GIVING THE       *
002100*                 NUMBER OF CYCLE GENERATIONS TO HOLD.  WHEN A   *
002200*                 NEW GENERATION WOULD TAKE A FILE TYPE PAST ITS *
002300*                 COUNT THE OLDEST GENERATIONS ARE DROPPED.  A   *
002400*                 FILE TYPE WITH NO RECORD, OR A COUNT THAT IS   *
002500*                 ZERO OR NOT NUMERIC, IS HELD FOR THE DEFAULT   *
002600*                 COUNT IN CBLROLLV.                             *
002700*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       BY       DESCRIPTION                             *
003100*    --------   -------  ------------------------------------    *
003200*    2026-10-15  RLB     INITIAL VERSION.                        *
003300******************************************************************
003400 01  GRET-RECORD.
003500     05  GRET-FILE-NAME              PIC X(08).
003600     05  GRET-RETAIN-COUNT           PIC 9(03).
003700     05  FILLER                      PIC X(09).
