000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 22:20:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - PRINT RELEASE GATE.       !@01*
000135*   15 OCT 2026  DLM  REFUSE ONE STREAM OF A SPLIT NIGHT.         !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKRLSGT.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Print release gate.  Run as the step ahead of the
000190               release of a run's print output to the printer, it
000200               decides from the run ledger (APKLEDGR) whether the
000210               run may go:
000220                  - the reconciliation step must have ended for
000230                    this run with return code 0 -- the run is
000240                    certified in balance -- and
000250                  - the run must never have been released before.
000260               The run is the one named by a RUNID card in the
000270               shared APKPARM member, or, without one, the run
000280               the APKCERT balancing certificate was written for.
000282               A stream of a night split across printers is       !@02
000285               refused on its own: the night is reconciled and    !@02
000287               released whole, under the night's identifier.      !@02
000290
000300               A run that passes is recorded as released, under
000310               step name RELEASE, before the step ends, so a
000320               second release of the same run -- a rerun of the
000330               job, a restarted step, a resubmitted release --
000340               is refused however it is attempted.  The release
000350               slip (APKRLRPT) shows the run, the reconciliation
000360               the decision rests on, and the decision.
000370
000380               The step return code:
000390                  0 - released; the release may proceed.
000400                  8 - refused: the run is not certified, or was
000410                      released already, or is one stream of a     !@02
000415                      split night.                                !@02
000420                 12 - the run cannot be identified, or the ledger
000430                      or the slip is not available; nothing
000440                      released.
000450               Any nonzero code is intended to hold the print
000460               release.
000470
000480 DATE-WRITTEN. 15 OCT 26.
000490 DATE-COMPILED.
000500 SECURITY. IBM SAMPLE CODE ONLY.
000510*/**************************************************************/
000520*/* Licensed under the Apache License, Version 2.0 (the        */
000530*/* "License"); you may not use this file except in compliance */
000540*/* with the License. You may obtain a copy of the License at  */
000550*/*                                                            */
000560*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000570*/*                                                            */
000580*/* Unless required by applicable law or agreed to in writing, */
000590*/* software distributed under the License is distributed on an*/
000600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000610*/* KIND, either express or implied.  See the License for the  */
000620*/* specific language governing permissions and limitations    */
000630*/* under the License.                                         */
000640*/*------------------------------------------------------------*/
000650*/*                                                            */
000660*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000670*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000680*/*                                                            */
000690*/*   Permission to use, copy, modify, and distribute          */
000700*/*   this software for any purpose with or without fee        */
000710*/*   is hereby granted, provided that the above               */
000720*/*   copyright notices appear in all copies.                  */
000730*/*                                                            */
000740*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000750*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000760*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
000770*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
000780*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
000790*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
000800*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
000810*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
000820*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
000830*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
000840*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
000850*/**************************************************************/
000860 TITLE 'Print Release Gate'.
000870 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER. IBM-370.
000900 OBJECT-COMPUTER. IBM-370.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT APKRLSGT-PARM       ASSIGN TO SYS001-S-APKPARM
000940                                 ORGANIZATION IS SEQUENTIAL
000950                                 FILE STATUS
000960                                 APKRLSGT-PARM-STATUS.
000970     SELECT APKRLSGT-CERT       ASSIGN TO SYS001-S-APKCERT
000980                                 ORGANIZATION IS SEQUENTIAL
000990                                 FILE STATUS
001000                                 APKRLSGT-CERT-STATUS.
001010     SELECT APKRLSGT-LEDGER     ASSIGN TO APKLEDGR
001020                                 ORGANIZATION IS INDEXED
001030                                 ACCESS MODE IS RANDOM
001040                                 RECORD KEY IS LEDG-KEY
001050                                 FILE STATUS
001060                                 APKRLSGT-LEDGER-STATUS.
001070     SELECT APKRLSGT-LIST       ASSIGN TO SYS001-S-APKRLRPT
001080                                 ORGANIZATION IS SEQUENTIAL
001090                                 FILE STATUS
001100                                 APKRLSGT-LIST-STATUS.
001110     EJECT
001120 DATA DIVISION.
001130 FILE SECTION.
001140/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001150 FD  APKRLSGT-PARM,
001160     RECORDING MODE IS F,
001170     BLOCK CONTAINS 0 RECORDS.
001180 01  APKRLSGT-PARM-RECORD.
001190     05  PARM-CARD-TEXT          PIC X(72).
001200     05  FILLER                  PIC X(8).
001210/ ONE-PAGE BALANCING CERTIFICATE WRITTEN BY THE RECONCILIATION.
001220 FD  APKRLSGT-CERT,
001230     RECORDING MODE IS F,
001240     BLOCK CONTAINS 0 RECORDS.
001250 01  APKRLSGT-CERT-RECORD        PIC X(80).
001260/ RUN LEDGER (KEYED VSAM) -- ONE RECORD PER RUN AND STEP.
001270 FD  APKRLSGT-LEDGER,
001280     RECORD CONTAINS 160 CHARACTERS.
001290 01  LEDG-RECORD.
001300     05  LEDG-KEY.
001310         10  LEDG-RUN-IDENT      PIC X(22).
001320         10  LEDG-STEP-NAME      PIC X(8).
001330     05  FILLER                  PIC X.
001340     05  LEDG-STATE              PIC X.
001350         88  LEDG-STEP-STARTED   VALUE 'S'.
001360         88  LEDG-STEP-ENDED     VALUE 'E'.
001370     05  FILLER                  PIC X.
001380     05  LEDG-START-DATE         PIC X(8).
001390     05  LEDG-START-TIME         PIC X(6).
001400     05  FILLER                  PIC X.
001410     05  LEDG-END-DATE           PIC X(8).
001420     05  LEDG-END-TIME           PIC X(6).
001430     05  FILLER                  PIC X.
001440     05  LEDG-STEP-RC            PIC 9(4).
001450     05  FILLER                  PIC X.
001460     05  LEDG-ATTEMPTS           PIC 9(4).
001470     05  FILLER                  PIC X.
001480     05  LEDG-COUNT-ENTRY        OCCURS 3 TIMES.
001490         10  LEDG-COUNT-LABEL    PIC X(8).
001500         10  LEDG-COUNT-VALUE    PIC 9(9).
001510     05  FILLER                  PIC X(36).
001520/ THE RELEASE SLIP.
001530 FD  APKRLSGT-LIST,
001540     RECORDING MODE IS F,
001550     BLOCK CONTAINS 0 RECORDS.
001560 01  APKRLSGT-LIST-RECORD       PIC X(80).
001570   SKIP3
001580 WORKING-STORAGE SECTION.
001590 77  PGMNAME                 PIC X(8) VALUE 'APKRLSGT'.
001600 77  RLSGT-RC                PIC 9(4) BINARY VALUE ZERO.
001610 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
001620 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
001630 77  COUNT-SUB               PIC 9(4) BINARY VALUE ZERO.
001640* The run to release, from the RUNID card or the certificate,
001650* and what the ledger says about it.
001660 77  RUN-IDENT-CARD          PIC X(22) VALUE SPACES.
001670 77  CERT-RUN-IDENT          PIC X(22) VALUE SPACES.
001680 77  GATE-RUN-IDENT          PIC X(22) VALUE SPACES.
001690 77  RECON-STATE-TEXT        PIC X(40) VALUE SPACES.
001700 77  RELEASE-STATE-TEXT      PIC X(40) VALUE SPACES.
001710 77  REFUSAL-TEXT            PIC X(50) VALUE SPACES.
001720 77  RC-EDIT                 PIC ZZZ9.
001730* The reconciliation's counts are carried onto the release
001740* record, so the ledger shows what went to the printer.
001750 01  RECON-COUNTS.
001760     05  RECON-COUNT-ENTRY       OCCURS 3 TIMES.
001770         10  RECON-COUNT-LABEL   PIC X(8).
001780         10  RECON-COUNT-VALUE   PIC 9(9).
001790* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
001800 01  PARM-WORK-FIELDS.
001810     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
001820     05  PARM-VALUE          PIC X(68) VALUE SPACES.
001830* REPORT LINE LAYOUTS.
001840 01  LIST-HEADER-LINE.
001850     05  FILLER              PIC X(28)
001860         VALUE 'APKRLSGT  PRINT RELEASE GATE'.
001870     05  FILLER              PIC X(3)  VALUE SPACES.
001880     05  HDR-DATE            PIC X(8).
001890     05  FILLER              PIC X     VALUE SPACE.
001900     05  HDR-TIME            PIC X(6).
001910     05  FILLER              PIC X(34) VALUE SPACES.
001920 01  LIST-TEXT-LINE.
001930     05  TXT-LABEL           PIC X(25).
001940     05  TXT-VALUE           PIC X(50).
001950     05  FILLER              PIC X(5)  VALUE SPACES.
001960 01  GATE-SWITCHES.
001970     05  RUNID-CARD-SW       PIC X    VALUE 'N'.
001980         88  RUNID-CARD-GIVEN    VALUE 'Y'.
001990     05  CERT-EOF-SW         PIC X    VALUE 'N'.
002000         88  CERT-AT-EOF         VALUE 'Y'.
002010     05  RECON-SW            PIC X    VALUE 'N'.
002020         88  RECON-CERTIFIED     VALUE 'Y'.
002030         88  RECON-NOT-CERTIFIED VALUE 'N'.
002040     05  RELEASED-SW         PIC X    VALUE 'N'.
002050         88  RUN-WAS-RELEASED    VALUE 'Y'.
002060         88  RUN-NOT-RELEASED    VALUE 'N'.
002070     05  LEDGER-FILE-SW      PIC X    VALUE 'N'.
002080         88  LEDGER-FILE-IS-OPEN VALUE 'Y'.
002090         88  LEDGER-FILE-NOT-OPEN VALUE 'N'.
002100     05  LIST-FILE-SW        PIC X    VALUE 'N'.
002110         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
002120         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
002130 01  GLOBAL-VARIABLES.
002140     05  APKRLSGT-PARM-STATUS    PIC 99   VALUE ZERO.
002150         88  APKRLSGT-PARM-OK    VALUE 00.
002160     05  APKRLSGT-CERT-STATUS    PIC 99   VALUE ZERO.
002170         88  APKRLSGT-CERT-OK    VALUE 00.
002180     05  APKRLSGT-LEDGER-STATUS  PIC 99   VALUE ZERO.
002190         88  APKRLSGT-LEDGER-OK  VALUE 00.
002200     05  APKRLSGT-LIST-STATUS    PIC 99   VALUE ZERO.
002210         88  APKRLSGT-LIST-OK    VALUE 00.
002220     SKIP1
002230 TITLE 'Initialization and Main Line'.
002240 PROCEDURE DIVISION.
002250     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
002260     ACCEPT RUN-TIME-W FROM TIME.
002270     PERFORM 0100-LOAD-PARM-CARDS.
002280     PERFORM 0110-OPEN-SLIP.
002290     IF RLSGT-RC < 12
002300      THEN
002310       PERFORM 0120-IDENTIFY-RUN;
002320     END-IF.
002330     IF RLSGT-RC < 12
002340      THEN
002350       PERFORM 0130-OPEN-LEDGER;
002360     END-IF.
002370     IF RLSGT-RC < 12
002380      THEN
002390       PERFORM 0140-CHECK-RECONCILIATION;
002400       PERFORM 0150-CHECK-PRIOR-RELEASE;
002410       IF RECON-CERTIFIED AND RUN-NOT-RELEASED
002420        THEN
002430         PERFORM 0160-RECORD-RELEASE;
002440        ELSE
002450         MOVE 8 TO RLSGT-RC;
002460       END-IF;
002470     END-IF.
002480     IF LEDGER-FILE-IS-OPEN
002490      THEN
002500       CLOSE APKRLSGT-LEDGER;
002510       SET LEDGER-FILE-NOT-OPEN TO TRUE;
002520     END-IF.
002530     PERFORM 0190-CLOSE-SLIP.
002540     DISPLAY PGMNAME, ' PRINT RELEASE GATE COMPLETE, RC ',
002550             RLSGT-RC.
002560     MOVE RLSGT-RC TO RETURN-CODE.
002570     GOBACK.
002580 SKIP3
002590 0100-LOAD-PARM-CARDS.
002600* Pick up the RUNID card.  The card format and the comment
002610* conventions are the ones the input exit's control-card
002620* dataset already uses, so one APKPARM member can serve the
002630* whole job stream.
002640     OPEN INPUT APKRLSGT-PARM.
002650     IF APKRLSGT-PARM-OK
002660      THEN
002670       PERFORM 0105-APPLY-PARM-CARD
002680           UNTIL NOT APKRLSGT-PARM-OK;
002690       CLOSE APKRLSGT-PARM;
002700     END-IF.
002710 SKIP2
002720 0105-APPLY-PARM-CARD.
002730     READ APKRLSGT-PARM;
002740     IF APKRLSGT-PARM-OK
002750         AND PARM-CARD-TEXT NOT = SPACES
002760         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
002770      THEN
002780       MOVE SPACES TO PARM-KEYWORD;
002790       MOVE SPACES TO PARM-VALUE;
002800       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
002810           INTO PARM-KEYWORD, PARM-VALUE;
002820       EVALUATE PARM-KEYWORD
002830         WHEN 'RUNID'
002840           MOVE PARM-VALUE (1 : 22) TO RUN-IDENT-CARD;
002850           SET RUNID-CARD-GIVEN TO TRUE
002860         WHEN OTHER
002870* The same card member drives the input exit, so keywords
002880* this step has no use for pass by without comment.
002890           CONTINUE
002900       END-EVALUATE;
002910     END-IF.
002920 SKIP2
002930 0110-OPEN-SLIP.
002940     OPEN OUTPUT APKRLSGT-LIST.
002950     IF APKRLSGT-LIST-OK
002960      THEN
002970       SET LIST-FILE-IS-OPEN TO TRUE;
002980       MOVE RUN-DATE-W TO HDR-DATE;
002990       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
003000       MOVE LIST-HEADER-LINE TO APKRLSGT-LIST-RECORD;
003010       WRITE APKRLSGT-LIST-RECORD;
003020       MOVE SPACES TO APKRLSGT-LIST-RECORD;
003030       WRITE APKRLSGT-LIST-RECORD;
003040      ELSE
003050       DISPLAY PGMNAME, ' RELEASE SLIP NOT AVAILABLE, STATUS ',
003060               APKRLSGT-LIST-STATUS;
003070       MOVE 12 TO RLSGT-RC;
003080     END-IF.
003090 SKIP2
003100 0120-IDENTIFY-RUN.
003110* The RUNID card names the run outright.  Without one, the run
003120* is the one the balancing certificate was written for, read
003130* off its run identifier line exactly as the catalog load
003140* reads it.
003150     OPEN INPUT APKRLSGT-CERT.
003160     IF APKRLSGT-CERT-OK
003170      THEN
003180       PERFORM 0125-READ-CERT-LINE
003190           UNTIL CERT-AT-EOF;
003200       CLOSE APKRLSGT-CERT;
003210     END-IF.
003220     IF RUNID-CARD-GIVEN
003230      THEN
003240       MOVE RUN-IDENT-CARD TO GATE-RUN-IDENT;
003250       IF CERT-RUN-IDENT NOT = SPACES
003260           AND CERT-RUN-IDENT NOT = RUN-IDENT-CARD
003270        THEN
003280         DISPLAY PGMNAME, ' NOTE - CERTIFICATE IS FOR RUN ',
003290                 CERT-RUN-IDENT, ', RUNID CARD NAMES ',
003300                 RUN-IDENT-CARD;
003310       END-IF;
003320      ELSE
003330       MOVE CERT-RUN-IDENT TO GATE-RUN-IDENT;
003340     END-IF.
003350     IF GATE-RUN-IDENT = SPACES
003360      THEN
003370       DISPLAY PGMNAME, ' NO RUNID CARD AND NO RUN IDENTIFIER ',
003380               'ON THE CERTIFICATE, STATUS ',
003390               APKRLSGT-CERT-STATUS,
003400               ' - RUN CANNOT BE IDENTIFIED';
003410       MOVE 12 TO RLSGT-RC;
003420       MOVE 'RUN CANNOT BE IDENTIFIED' TO REFUSAL-TEXT;
003430     END-IF.
003440 SKIP2
003450 0125-READ-CERT-LINE.
003460     READ APKRLSGT-CERT;
003470     IF APKRLSGT-CERT-OK
003480      THEN
003490       IF APKRLSGT-CERT-RECORD (1 : 25)
003500           = 'RUN IDENTIFIER ......... '
003510        THEN
003520         MOVE APKRLSGT-CERT-RECORD (26 : 22) TO CERT-RUN-IDENT;
003530       END-IF;
003540      ELSE
003550       SET CERT-AT-EOF TO TRUE;
003560     END-IF.
003570 SKIP2
003580 0130-OPEN-LEDGER.
003590     OPEN I-O APKRLSGT-LEDGER.
003600     IF APKRLSGT-LEDGER-OK
003610      THEN
003620       SET LEDGER-FILE-IS-OPEN TO TRUE;
003630      ELSE
003640       DISPLAY PGMNAME, ' RUN LEDGER NOT AVAILABLE, STATUS ',
003650               APKRLSGT-LEDGER-STATUS;
003660       MOVE 12 TO RLSGT-RC;
003670       MOVE 'RUN LEDGER NOT AVAILABLE' TO REFUSAL-TEXT;
003680     END-IF.
003690 SKIP2
003700 0140-CHECK-RECONCILIATION.
003710* Certified means the reconciliation step ran to its end for
003720* this run and ended with return code 0 -- any other code is
003730* meant to hold the release, and a step that started but never
003740* ended certified nothing.
003742* One stream of a split night is never released by itself -- the  !@02
003745* night is reconciled whole, and released whole, under the        !@02
003747* night's identifier.                                             !@02
003750     SET RECON-NOT-CERTIFIED TO TRUE.
003760     MOVE SPACES TO RECON-COUNTS.
003770     MOVE GATE-RUN-IDENT TO LEDG-RUN-IDENT.
003780     MOVE 'APKRECON' TO LEDG-STEP-NAME.
003790     IF GATE-RUN-IDENT (21 : 1) = '.'                             !@02
003794         AND GATE-RUN-IDENT (22 : 1) IS NUMERIC                   !@02
003799      THEN                                                        !@02
003804       MOVE 'STREAM OF A SPLIT NIGHT' TO RECON-STATE-TEXT;        !@02
003808       MOVE 'STREAM OF A SPLIT NIGHT - RELEASE THE NIGHT'         !@02
003813           TO REFUSAL-TEXT;                                       !@02
003818      ELSE                                                        !@02
003822       READ APKRLSGT-LEDGER                                       !@02
003827        INVALID KEY                                               !@02
003832         MOVE 'NEVER RECONCILED' TO RECON-STATE-TEXT              !@02
003836         MOVE 'RUN HAS NOT BEEN RECONCILED' TO REFUSAL-TEXT       !@02
003841        NOT INVALID KEY                                           !@02
003846         PERFORM 0145-JUDGE-RECONCILIATION                        !@02
003850       END-READ;                                                  !@02
003855     END-IF.                                                      !@02
003860 SKIP2
003870 0145-JUDGE-RECONCILIATION.
003880     MOVE LEDG-STEP-RC TO RC-EDIT.
003890     IF LEDG-STEP-ENDED
003900      THEN
003910       MOVE SPACES TO RECON-STATE-TEXT;
003920       STRING 'ENDED ' LEDG-END-DATE ' ' LEDG-END-TIME
003930              ' RC ' RC-EDIT
003940           DELIMITED BY SIZE INTO RECON-STATE-TEXT;
003950       IF LEDG-STEP-RC = ZERO
003960        THEN
003970         SET RECON-CERTIFIED TO TRUE;
003980         PERFORM 0147-SAVE-RECON-COUNT
003990             VARYING COUNT-SUB FROM 1 BY 1
004000             UNTIL COUNT-SUB > 3;
004010        ELSE
004020         MOVE SPACES TO REFUSAL-TEXT;
004030         STRING 'RUN IS NOT CERTIFIED - RECONCILIATION RC '
004040                RC-EDIT
004050             DELIMITED BY SIZE INTO REFUSAL-TEXT;
004060       END-IF;
004070      ELSE
004080       MOVE SPACES TO RECON-STATE-TEXT;
004090       STRING 'STARTED ' LEDG-START-DATE ' ' LEDG-START-TIME
004100              ', NEVER ENDED'
004110           DELIMITED BY SIZE INTO RECON-STATE-TEXT;
004120       MOVE 'RECONCILIATION DID NOT FINISH' TO REFUSAL-TEXT;
004130     END-IF.
004140 SKIP2
004150 0147-SAVE-RECON-COUNT.
004160     MOVE LEDG-COUNT-LABEL (COUNT-SUB)
004170         TO RECON-COUNT-LABEL (COUNT-SUB).
004180     MOVE LEDG-COUNT-VALUE (COUNT-SUB)
004190         TO RECON-COUNT-VALUE (COUNT-SUB).
004200 SKIP2
004210 0150-CHECK-PRIOR-RELEASE.
004220* Any release record at all means the run has gone to the
004230* printer once already.
004240     SET RUN-NOT-RELEASED TO TRUE.
004250     MOVE GATE-RUN-IDENT TO LEDG-RUN-IDENT.
004260     MOVE 'RELEASE' TO LEDG-STEP-NAME.
004270     READ APKRLSGT-LEDGER
004280      INVALID KEY
004290       MOVE 'NEVER RELEASED' TO RELEASE-STATE-TEXT
004300      NOT INVALID KEY
004310       SET RUN-WAS-RELEASED TO TRUE
004320       MOVE SPACES TO RELEASE-STATE-TEXT
004330       STRING 'RELEASED ' LEDG-END-DATE ' ' LEDG-END-TIME
004340           DELIMITED BY SIZE INTO RELEASE-STATE-TEXT
004350       MOVE SPACES TO REFUSAL-TEXT
004360       STRING 'RUN WAS ALREADY RELEASED ' LEDG-END-DATE ' '
004370              LEDG-END-TIME
004380           DELIMITED BY SIZE INTO REFUSAL-TEXT
004390     END-READ.
004400 SKIP2
004410 0160-RECORD-RELEASE.
004420* Record the release before anything goes to the printer.  A
004430* write that finds the record already there lost a race with
004440* another release of the same run, and is refused like it.
004450     MOVE SPACES TO LEDG-RECORD.
004460     MOVE GATE-RUN-IDENT TO LEDG-RUN-IDENT.
004470     MOVE 'RELEASE' TO LEDG-STEP-NAME.
004480     SET LEDG-STEP-ENDED TO TRUE.
004490     MOVE RUN-DATE-W TO LEDG-START-DATE.
004500     MOVE RUN-TIME-W (1 : 6) TO LEDG-START-TIME.
004510     MOVE RUN-DATE-W TO LEDG-END-DATE.
004520     MOVE RUN-TIME-W (1 : 6) TO LEDG-END-TIME.
004530     MOVE ZERO TO LEDG-STEP-RC.
004540     MOVE 1 TO LEDG-ATTEMPTS.
004550     PERFORM 0165-COPY-RECON-COUNT
004560         VARYING COUNT-SUB FROM 1 BY 1
004570         UNTIL COUNT-SUB > 3.
004580     WRITE LEDG-RECORD
004590      INVALID KEY
004600       DISPLAY PGMNAME, ' RELEASE RECORD NOT WRITTEN, STATUS ',
004610               APKRLSGT-LEDGER-STATUS
004620       SET RUN-WAS-RELEASED TO TRUE
004630       MOVE 'RELEASE COULD NOT BE RECORDED' TO REFUSAL-TEXT
004640       MOVE 8 TO RLSGT-RC
004650      NOT INVALID KEY
004660       MOVE SPACES TO RELEASE-STATE-TEXT
004670       STRING 'RELEASED NOW ' RUN-DATE-W ' ' RUN-TIME-W (1 : 6)
004680           DELIMITED BY SIZE INTO RELEASE-STATE-TEXT
004690     END-WRITE.
004700 SKIP2
004710 0165-COPY-RECON-COUNT.
004720     IF RECON-COUNT-VALUE (COUNT-SUB) IS NUMERIC
004730      THEN
004740       MOVE RECON-COUNT-LABEL (COUNT-SUB)
004750           TO LEDG-COUNT-LABEL (COUNT-SUB);
004760       MOVE RECON-COUNT-VALUE (COUNT-SUB)
004770           TO LEDG-COUNT-VALUE (COUNT-SUB);
004780      ELSE
004790       MOVE SPACES TO LEDG-COUNT-LABEL (COUNT-SUB);
004800       MOVE ZERO TO LEDG-COUNT-VALUE (COUNT-SUB);
004810     END-IF.
004820 SKIP2
004830 0190-CLOSE-SLIP.
004840     IF RLSGT-RC NOT = ZERO
004850      THEN
004860       DISPLAY PGMNAME, ' RELEASE REFUSED - ', REFUSAL-TEXT;
004870     END-IF.
004880     IF LIST-FILE-IS-OPEN
004890      THEN
004900       MOVE 'RUN IDENTIFIER ......... ' TO TXT-LABEL;
004910       MOVE GATE-RUN-IDENT TO TXT-VALUE;
004920       PERFORM 0195-WRITE-TEXT-LINE;
004930       MOVE 'RECONCILIATION ......... ' TO TXT-LABEL;
004940       MOVE RECON-STATE-TEXT TO TXT-VALUE;
004950       PERFORM 0195-WRITE-TEXT-LINE;
004960       MOVE 'RELEASE HISTORY ........ ' TO TXT-LABEL;
004970       MOVE RELEASE-STATE-TEXT TO TXT-VALUE;
004980       PERFORM 0195-WRITE-TEXT-LINE;
004990       MOVE SPACES TO APKRLSGT-LIST-RECORD;
005000       WRITE APKRLSGT-LIST-RECORD;
005010       IF RLSGT-RC = ZERO
005020        THEN
005030         MOVE 'RUN RELEASED TO THE PRINTER'
005040             TO APKRLSGT-LIST-RECORD;
005050        ELSE
005060         MOVE SPACES TO APKRLSGT-LIST-RECORD;
005070         STRING '*** RELEASE REFUSED - ' REFUSAL-TEXT
005080             DELIMITED BY SIZE INTO APKRLSGT-LIST-RECORD;
005090       END-IF;
005100       WRITE APKRLSGT-LIST-RECORD;
005110       CLOSE APKRLSGT-LIST;
005120       SET LIST-FILE-NOT-OPEN TO TRUE;
005130     END-IF.
005140 SKIP2
005150 0195-WRITE-TEXT-LINE.
005160     MOVE LIST-TEXT-LINE TO APKRLSGT-LIST-RECORD.
005170     WRITE APKRLSGT-LIST-RECORD.
