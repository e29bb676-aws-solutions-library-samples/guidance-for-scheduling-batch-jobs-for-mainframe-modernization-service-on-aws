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
001800*    COPYBOOK  :  GCATREC                                       *
001900*    PURPOSE   :  GENERATION CATALOG RECORD.  ONE RECORD PER     *
002000*                 GENERATION HELD ON GENSFILE - THE FILE NAME,   *
002100*                 THE CYCLE DATE THE GENERATION WAS CUT FOR, ITS *
002200*                 RECORD COUNT AND WHEN CBLROLLV ROLLED IT.  THE *
002300*                 RESET FLAG SHOWS THE LIVE FILE WAS EMPTIED     *
002400*                 AFTER THE COPY (THE FILES ONLY EVER EXTENDED). *
002500*                 A GENERATION PAST THE RETENTION COUNT FOR ITS  *
002600*                 FILE TYPE (GRETREC) IS DROPPED FROM THE        *
002700*                 CATALOG AND THE STORE TOGETHER.  CBLGENLS      *
002800*                 LISTS THE CATALOG.                             *
002900*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003000*-----------------------------------------------------------------
003100*    MODIFICATION HISTORY                                        *
003200*    DATE       BY       DESCRIPTION                             *
003300*    --------   -------  ------------------------------------    *
003400*    2026-10-15  RLB     INITIAL VERSION.                        *
003500******************************************************************
003600 01  GCAT-RECORD.
003700     05  GCAT-FILE-NAME              PIC X(08).
003800     05  GCAT-CYCLE-DATE             PIC 9(06).
003900     05  GCAT-RECORD-COUNT           PIC 9(07).
004000     05  GCAT-ROLL-DATE              PIC 9(06).
004100     05  GCAT-ROLL-TIME              PIC 9(08).
004200     05  GCAT-RESET-FLAG             PIC X(01).
004300         88  GCAT-LIVE-FILE-RESET       VALUE 'Y'.
004400     05  FILLER                      PIC X(14).
