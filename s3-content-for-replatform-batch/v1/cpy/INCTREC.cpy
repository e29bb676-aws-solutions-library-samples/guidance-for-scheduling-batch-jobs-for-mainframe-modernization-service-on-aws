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
001800*    COPYBOOK  :  INCTREC                                       *
001900*    PURPOSE   :  INCIDENT TRANSACTION - ONE ASSIGN, ANNOTATE OR *
002000*                 CLOSE AGAINST THE INCIDENT NAMED BY JOB-ID AND *
002100*                 CYCLE DATE, APPLIED IN FILE ORDER BY CBLINCDT. *
002200*                 AN ASSIGN NEEDS THE ASSIGNEE, AN ANNOTATE THE  *
002300*                 NOTE TEXT AND A CLOSE ONE OF THE RESOLUTION    *
002400*                 CODES BELOW; ANY TRANSACTION MAY CARRY A NOTE. *
002500*                 RESOLUTION CODES -                             *
002600*                   RERN  RERUN CLEAN WITH NO CHANGE             *
002700*                   DATA  INPUT DATA CORRECTED                   *
002800*                   CODE  PROGRAM, PARM OR JCL FIXED             *
002900*                   ENVR  INFRASTRUCTURE OR ENVIRONMENT          *
003000*                   UPST  UPSTREAM OR VENDOR FEED                *
003100*                   NFIX  ACCEPTED WITHOUT A FIX                 *
003200*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003300*-----------------------------------------------------------------
003400*    MODIFICATION HISTORY                                        *
003500*    DATE       BY       DESCRIPTION                             *
003600*    --------   -------  ------------------------------------    *
003700*    2026-10-15  RLB     INITIAL VERSION.                        *
003800******************************************************************
003900 01  INCT-RECORD.
004000     05  INCT-ACTION                 PIC X(01).
004100         88  INCT-ACTION-ASSIGN         VALUE 'A'.
004200         88  INCT-ACTION-ANNOTATE       VALUE 'N'.
004300         88  INCT-ACTION-CLOSE          VALUE 'C'.
004400     05  INCT-OPERATOR-ID            PIC X(08).
004500     05  INCT-JOB-ID                 PIC X(08).
004600     05  INCT-CYCLE-DATE             PIC 9(06).
004700     05  INCT-ASSIGNEE               PIC X(16).
004800     05  INCT-RESOLUTION-CODE        PIC X(04).
004900         88  INCT-RESOLUTION-VALID      VALUE 'RERN' 'DATA'
005000                                              'CODE' 'ENVR'
005100                                              'UPST' 'NFIX'.
005200     05  INCT-NOTE-TEXT              PIC X(60).
005300     05  FILLER                      PIC X(17).
