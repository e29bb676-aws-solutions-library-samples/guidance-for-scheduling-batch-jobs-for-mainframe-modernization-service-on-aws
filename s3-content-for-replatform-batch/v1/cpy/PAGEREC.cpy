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
001800*    COPYBOOK  :  PAGEREC                                       *
001900*    PURPOSE   :  OUTBOUND PAGE - ONE RECORD PER PAGE HANDED TO  *
002000*                 THE PAGING GATEWAY BY CBLNOTFY.  THE GATEWAY   *
002100*                 RETURNS PAGE-ID ON THE PAGE-ACK FILE (PGAKREC) *
002200*                 WHEN THE CONTACT ACKNOWLEDGES.  CONDITION      *
002300*                 TYPES ARE AS FOR PGLG-COND-TYPE.               *
002400*                 PAGE KINDS -                                   *
002500*                   P  FIRST PAGE TO THE PRIMARY CONTACT         *
002600*                   E  ESCALATION TO THE SECONDARY CONTACT       *
002700*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       BY       DESCRIPTION                             *
003100*    --------   -------  ------------------------------------    *
003200*    2026-10-15  RLB     INITIAL VERSION.                        *
003300******************************************************************
003400 01  PAGE-RECORD.
003500     05  PAGE-ID                     PIC 9(06).
003600     05  PAGE-KIND                   PIC X(01).
003700         88  PAGE-KIND-PRIMARY          VALUE 'P'.
003800         88  PAGE-KIND-ESCALATION       VALUE 'E'.
003900     05  PAGE-CONTACT                PIC X(16).
004000     05  PAGE-COND-TYPE              PIC X(03).
004100     05  PAGE-JOB-ID                 PIC X(08).
004200     05  PAGE-COND-REF               PIC X(14).
004300     05  PAGE-DATE                   PIC 9(06).
004400     05  PAGE-TIME                   PIC 9(08).
004500     05  PAGE-TEXT                   PIC X(40).
004600     05  FILLER                      PIC X(18).
