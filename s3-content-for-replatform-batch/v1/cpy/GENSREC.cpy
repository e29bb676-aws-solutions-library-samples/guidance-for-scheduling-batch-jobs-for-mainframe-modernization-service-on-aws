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
001800*    COPYBOOK  :  GENSREC                                       *
001900*    PURPOSE   :  GENERATION-STORE RECORD.  CBLROLLV COPIES EACH *
002000*                 NIGHTLY OUTPUT FILE, ONCE ITS CYCLE IS         *
002100*                 CERTIFIED CLOSED, ONTO GENSFILE AS A           *
002200*                 GENERATION STAMPED WITH THE FILE NAME AND THE  *
002300*                 CYCLE DATE.  EACH RECORD OF THE GENERATION     *
002400*                 CARRIES ITS SEQUENCE WITHIN THE GENERATION AND *
002500*                 THE ORIGINAL RECORD BYTE FOR BYTE, SO A        *
002600*                 GENERATION READS BACK EXACTLY AS THE FILE      *
002700*                 STOOD THAT NIGHT.  GENERATIONS ARE CATALOGUED  *
002800*                 ON GCATFILE (GCATREC).                         *
002900*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003000*-----------------------------------------------------------------
003100*    MODIFICATION HISTORY                                        *
003200*    DATE       BY       DESCRIPTION                             *
003300*    --------   -------  ------------------------------------    *
003400*    2026-10-15  RLB     INITIAL VERSION.                        *
003500******************************************************************
003600 01  GENS-RECORD.
003700     05  GENS-KEY.
003800         10  GENS-FILE-NAME          PIC X(08).
003900         10  GENS-CYCLE-DATE         PIC 9(06).
004000         10  GENS-RECORD-SEQ         PIC 9(07).
004100     05  GENS-DATA                   PIC X(132).
