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
001800*    COPYBOOK  :  HEXTREC                                       *
001900*    PURPOSE   :  HISTORY-EXTRACT RECORD - ONE COMMA-DELIMITED   *
002000*                 LINE OF THE NIGHTLY HISTFILE EXTRACT FOR THE   *
002100*                 ANALYTICS PLATFORM (CBLHEXTR, HEXTFILE).  THE  *
002200*                 FIRST LINE IS THE COLUMN-NAME HEADER ROW, EACH *
002300*                 LINE AFTER IT IS ONE HISTFILE RUN, AND THE     *
002400*                 LAST LINE IS THE TRAILER ROW CARRYING THE      *
002500*                 COUNT OF RUN ROWS FOR THE LOADING SIDE TO      *
002600*                 BALANCE AGAINST.                               *
002700*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       BY       DESCRIPTION                             *
003100*    --------   -------  ------------------------------------    *
003200*    2026-10-15  RLB     INITIAL VERSION.                        *
003300******************************************************************
003400 01  HEXT-RECORD                     PIC X(200).
