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
001800*    COPYBOOK  :  CCTRREC                                       *
001900*    PURPOSE   :  COST-CENTER MASTER - ONE RECORD PER JOB-ID     *
002000*                 NAMING THE APPLICATION THAT OWNS THE JOB, THE  *
002100*                 COST CENTER ITS MACHINE TIME IS CHARGED TO     *
002200*                 AND THE RATE BILLED PER ELAPSED SECOND.        *
002300*                 CBLCHGBK PRICES THE PERIOD'S RUN HISTORY FROM  *
002400*                 THIS FILE; A JOB-ID WITH NO RECORD HERE IS     *
002500*                 REPORTED AS AN EXCEPTION, NOT BILLED.          *
002600*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002700*-----------------------------------------------------------------
002800*    MODIFICATION HISTORY                                        *
002900*    DATE       BY       DESCRIPTION                             *
003000*    --------   -------  ------------------------------------    *
003100*    2026-10-15  RLB     INITIAL VERSION.                        *
003200******************************************************************
003300 01  CCTR-RECORD.
003400     05  CCTR-JOB-ID                 PIC X(08).
003500     05  CCTR-APPLICATION            PIC X(08).
003600     05  CCTR-COST-CENTER            PIC X(06).
003700     05  CCTR-RATE-PER-SEC           PIC 9(03)V9(04).
003800     05  FILLER                      PIC X(11).
