000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000110* LAST UPDATE ON 15 Oct 2026 AT 18:10:00 BY  DLMAINT VERSION 01  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - RUN LEDGER POSTING.       !@01*
000140 ID DIVISION.
000150 PROGRAM-ID. APKLEDGR.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Run ledger posting.  Each step of the nightly print
000190               run CALLs this module as it starts and again as it
000200               ends, so the keyed run ledger (APKLEDGR) shows,
000210               against the run identifier every output of the run
000220               is stamped with, which steps have started, which
000230               have finished, with what return code, and the few
000240               counts each step names as its own.  The print
000250               release gate and the ledger inquiry read the same
000260               ledger.
000270
000280               One ledger record per run identifier and step name.
000290               Function S records the step's start: a step started
000300               again -- a rerun or a checkpoint restart -- has its
000310               start stamp replaced, its end stamp, return code
000320               and counts cleared, and its attempt count raised.
000330               Function E records the end, the return code and up
000340               to three labelled counts; a step that never posted
000350               its start is given one from the caller's start date
000360               and time, or from the clock.  By convention a step
000370               that ends abnormally posts return code 16.
000380
000390               The posting result comes back in LGP-RESULT:
000400                  0 - posted.
000410                  8 - the ledger record could not be written.
000420                 12 - the ledger is not available, or the call
000430                      named no run identifier, no step, or an
000440                      unknown function; nothing posted.
000450               A step never fails for want of its ledger posting;
000460               it warns and carries on.  What the ledger does not
000470               show, the release gate does not release.
000480
000490 DATE-WRITTEN. 15 OCT 26.
000500 DATE-COMPILED.
000510 SECURITY. IBM SAMPLE CODE ONLY.
000520*/**************************************************************/
000530*/* Licensed under the Apache License, Version 2.0 (the        */
000540*/* "License"); you may not use this file except in compliance */
000550*/* with the License. You may obtain a copy of the License at  */
000560*/*                                                            */
000570*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000580*/*                                                            */
000590*/* Unless required by applicable law or agreed to in writing, */
000600*/* software distributed under the License is distributed on an*/
000610*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000620*/* KIND, either express or implied.  See the License for the  */
000630*/* specific language governing permissions and limitations    */
000640*/* under the License.                                         */
000650*/*------------------------------------------------------------*/
000660*/*                                                            */
000670*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000680*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000690*/*                                                            */
000700*/*   Permission to use, copy, modify, and distribute          */
000710*/*   this software for any purpose with or without fee        */
000720*/*   is hereby granted, provided that the above               */
000730*/*   copyright notices appear in all copies.                  */
000740*/*                                                            */
000750*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000760*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000770*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
000780*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
000790*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
000800*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
000810*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
000820*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
000830*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
000840*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
000850*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
000860*/**************************************************************/
000870 TITLE 'Run Ledger Posting'.
000880 ENVIRONMENT DIVISION.
000890 CONFIGURATION SECTION.
000900 SOURCE-COMPUTER. IBM-370.
000910 OBJECT-COMPUTER. IBM-370.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT APKLEDGR-LEDGER     ASSIGN TO APKLEDGR
000950                                 ORGANIZATION IS INDEXED
000960                                 ACCESS MODE IS RANDOM
000970                                 RECORD KEY IS LEDG-KEY
000980                                 FILE STATUS
000990                                 APKLEDGR-LEDGER-STATUS.
001000     EJECT
001010 DATA DIVISION.
001020 FILE SECTION.
001030/ RUN LEDGER (KEYED VSAM) -- ONE RECORD PER RUN AND STEP.
001040 FD  APKLEDGR-LEDGER,
001050     RECORD CONTAINS 160 CHARACTERS.
001060 01  LEDG-RECORD.
001070     05  LEDG-KEY.
001080         10  LEDG-RUN-IDENT      PIC X(22).
001090         10  LEDG-STEP-NAME      PIC X(8).
001100     05  FILLER                  PIC X.
001110     05  LEDG-STATE              PIC X.
001120         88  LEDG-STEP-STARTED   VALUE 'S'.
001130         88  LEDG-STEP-ENDED     VALUE 'E'.
001140     05  FILLER                  PIC X.
001150     05  LEDG-START-DATE         PIC X(8).
001160     05  LEDG-START-TIME         PIC X(6).
001170     05  FILLER                  PIC X.
001180     05  LEDG-END-DATE           PIC X(8).
001190     05  LEDG-END-TIME           PIC X(6).
001200     05  FILLER                  PIC X.
001210     05  LEDG-STEP-RC            PIC 9(4).
001220     05  FILLER                  PIC X.
001230     05  LEDG-ATTEMPTS           PIC 9(4).
001240     05  FILLER                  PIC X.
001250     05  LEDG-COUNT-ENTRY        OCCURS 3 TIMES.
001260         10  LEDG-COUNT-LABEL    PIC X(8).
001270         10  LEDG-COUNT-VALUE    PIC 9(9).
001280     05  FILLER                  PIC X(36).
001290   SKIP3
001300 WORKING-STORAGE SECTION.
001310 77  PGMNAME                 PIC X(8) VALUE 'APKLEDGR'.
001320 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
001330 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
001340 77  COUNT-SUB               PIC 9(4) BINARY VALUE ZERO.
001350 01  LEDGER-SWITCHES.
001360     05  LEDG-FOUND-SW       PIC X    VALUE 'N'.
001370         88  LEDG-REC-FOUND      VALUE 'Y'.
001380         88  LEDG-REC-NOT-FOUND  VALUE 'N'.
001390 01  GLOBAL-VARIABLES.
001400     05  APKLEDGR-LEDGER-STATUS  PIC 99   VALUE ZERO.
001410         88  APKLEDGR-LEDGER-OK  VALUE 00.
001420 LINKAGE SECTION.
001430 01  LEDGER-PARMS.
001440     05  LGP-FUNCTION            PIC X.
001450         88  LGP-STEP-START      VALUE 'S'.
001460         88  LGP-STEP-END        VALUE 'E'.
001470     05  LGP-RUN-IDENT           PIC X(22).
001480     05  LGP-STEP-NAME           PIC X(8).
001490     05  LGP-START-DATE          PIC X(8).
001500     05  LGP-START-TIME          PIC X(6).
001510     05  LGP-STEP-RC             PIC 9(4) BINARY.
001520     05  LGP-COUNT-ENTRY         OCCURS 3 TIMES.
001530         10  LGP-COUNT-LABEL     PIC X(8).
001540         10  LGP-COUNT-VALUE     PIC 9(9) BINARY.
001550     05  LGP-RESULT              PIC 9(4) BINARY.
001560     SKIP1
001570 TITLE 'Initialization and Main Line'.
001580 PROCEDURE DIVISION USING LEDGER-PARMS.
001590     MOVE ZERO TO LGP-RESULT.
001600     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
001610     ACCEPT RUN-TIME-W FROM TIME.
001620     IF LGP-RUN-IDENT = SPACES OR LGP-STEP-NAME = SPACES
001630         OR NOT (LGP-STEP-START OR LGP-STEP-END)
001640      THEN
001650       DISPLAY PGMNAME, ' WARNING - INCOMPLETE LEDGER CALL FOR ',
001660               'STEP ', LGP-STEP-NAME, ' RUN ', LGP-RUN-IDENT,
001670               ' - NOT POSTED';
001680       MOVE 12 TO LGP-RESULT;
001690     END-IF.
001700     IF LGP-RESULT = ZERO
001710      THEN
001720       OPEN I-O APKLEDGR-LEDGER;
001730       IF APKLEDGR-LEDGER-OK
001740        THEN
001750         PERFORM 0100-POST-STEP;
001760         CLOSE APKLEDGR-LEDGER;
001770        ELSE
001780         DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT AVAILABLE, ',
001790                 'STATUS ', APKLEDGR-LEDGER-STATUS, ' - STEP ',
001800                 LGP-STEP-NAME, ' NOT POSTED';
001810         MOVE 12 TO LGP-RESULT;
001820       END-IF;
001830     END-IF.
001840     GOBACK.
001850 SKIP3
001860 0100-POST-STEP.
001870* Read the step's record for the run, if it has one, and post
001880* the start or the end onto it.
001890     MOVE LGP-RUN-IDENT TO LEDG-RUN-IDENT.
001900     MOVE LGP-STEP-NAME TO LEDG-STEP-NAME.
001910     READ APKLEDGR-LEDGER
001920      INVALID KEY
001930       SET LEDG-REC-NOT-FOUND TO TRUE
001940      NOT INVALID KEY
001950       SET LEDG-REC-FOUND TO TRUE
001960     END-READ.
001970     IF LEDG-REC-NOT-FOUND
001980      THEN
001990       PERFORM 0110-NEW-LEDGER-RECORD;
002000     END-IF.
002010     IF LGP-STEP-START
002020      THEN
002030       PERFORM 0120-POST-START;
002040      ELSE
002050       PERFORM 0130-POST-END;
002060     END-IF.
002070     IF LEDG-REC-FOUND
002080      THEN
002090       REWRITE LEDG-RECORD
002100        INVALID KEY
002110         MOVE 8 TO LGP-RESULT
002120       END-REWRITE;
002130      ELSE
002140       WRITE LEDG-RECORD
002150        INVALID KEY
002160         MOVE 8 TO LGP-RESULT
002170       END-WRITE;
002180     END-IF.
002190     IF LGP-RESULT NOT = ZERO
002200      THEN
002210       DISPLAY PGMNAME, ' WARNING - LEDGER WRITE FAILED, STATUS ',
002220               APKLEDGR-LEDGER-STATUS, ' - STEP ', LGP-STEP-NAME,
002230               ' RUN ', LGP-RUN-IDENT;
002240     END-IF.
002250 SKIP2
002260 0110-NEW-LEDGER-RECORD.
002270     MOVE SPACES TO LEDG-RECORD.
002280     MOVE LGP-RUN-IDENT TO LEDG-RUN-IDENT.
002290     MOVE LGP-STEP-NAME TO LEDG-STEP-NAME.
002300     MOVE ZERO TO LEDG-STEP-RC.
002310     MOVE ZERO TO LEDG-ATTEMPTS.
002320     PERFORM 0115-CLEAR-COUNT
002330         VARYING COUNT-SUB FROM 1 BY 1
002340         UNTIL COUNT-SUB > 3.
002350     PERFORM 0125-STAMP-START.
002360 SKIP2
002370 0115-CLEAR-COUNT.
002380     MOVE SPACES TO LEDG-COUNT-LABEL (COUNT-SUB).
002390     MOVE ZERO TO LEDG-COUNT-VALUE (COUNT-SUB).
002400 SKIP2
002410 0120-POST-START.
002420* A step starting again keeps its record but loses whatever the
002430* earlier attempt posted at its end.
002440     SET LEDG-STEP-STARTED TO TRUE.
002450     PERFORM 0125-STAMP-START.
002460     MOVE SPACES TO LEDG-END-DATE.
002470     MOVE SPACES TO LEDG-END-TIME.
002480     MOVE ZERO TO LEDG-STEP-RC.
002490     ADD 1 TO LEDG-ATTEMPTS.
002500     PERFORM 0115-CLEAR-COUNT
002510         VARYING COUNT-SUB FROM 1 BY 1
002520         UNTIL COUNT-SUB > 3.
002530 SKIP2
002540 0125-STAMP-START.
002550* The caller's own start time when it gives one -- a step that
002560* posts only at its end still shows when it began -- else now.
002570     IF LGP-START-DATE NOT = SPACES
002580      THEN
002590       MOVE LGP-START-DATE TO LEDG-START-DATE;
002600       MOVE LGP-START-TIME TO LEDG-START-TIME;
002610      ELSE
002620       MOVE RUN-DATE-W TO LEDG-START-DATE;
002630       MOVE RUN-TIME-W (1 : 6) TO LEDG-START-TIME;
002640     END-IF.
002650 SKIP2
002660 0130-POST-END.
002670     SET LEDG-STEP-ENDED TO TRUE.
002680     MOVE RUN-DATE-W TO LEDG-END-DATE.
002690     MOVE RUN-TIME-W (1 : 6) TO LEDG-END-TIME.
002700     MOVE LGP-STEP-RC TO LEDG-STEP-RC.
002710     IF LEDG-ATTEMPTS = ZERO
002720      THEN
002730       MOVE 1 TO LEDG-ATTEMPTS;
002740     END-IF.
002750     PERFORM 0135-POST-COUNT
002760         VARYING COUNT-SUB FROM 1 BY 1
002770         UNTIL COUNT-SUB > 3.
002780 SKIP2
002790 0135-POST-COUNT.
002800     MOVE LGP-COUNT-LABEL (COUNT-SUB)
002810         TO LEDG-COUNT-LABEL (COUNT-SUB).
002820     MOVE LGP-COUNT-VALUE (COUNT-SUB)
002830         TO LEDG-COUNT-VALUE (COUNT-SUB).
