000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:35:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - RUN LEDGER INQUIRY.       !@01*
000135*   15 OCT 2026  DLM  SHOW THE STREAMS OF A SPLIT NIGHT.          !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKLEDRP.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Run ledger inquiry for operations.  Reads the run
000190               ledger (APKLEDGR) from end to end and lists each
000200               recent run on one line: for the presort, the input
000210               exit (ACIF), the reconciliation and the print
000220               release, whether the step was never recorded (--),
000230               started and never ended (START), or ended with a
000240               return code (RC n); then where the run stands:
000250                  RELEASED yyyymmdd   - gone to the printer.
000260                  CERTIFIED, UNRELEASED
000270                                      - in balance, waiting for
000280                                        the release gate.
000290                  HELD - RECON RC n   - reconciled out of balance;
000300                                        the gate will not release.
000310                  RESUME AT step      - the first step that did
000320                                        not run to its end; a
000330                                        restart begins there.
000331                  STREAM - NIGHT RECONCILES                       !@02
000332                                      - one printer stream of a   !@02
000334                                        split night, through its  !@02
000335                                        input exit; the night is  !@02
000337                                        reconciled and released   !@02
000338                                        under its own identifier. !@02
000340
000350               A run is recent when the date its run identifier
000360               begins with is within the last DAYS=n days (seven
000370               by default, from the shared APKPARM member).  A
000380               run whose identifier carries no readable date is
000390               always listed.  A DETAIL=YES card adds, under each
000400               run, every ledger record of it: start and end
000410               stamps, return code, attempts and counts.
000411                                                                  !@02
000412               A night split across printers shows SPLIT for its  !@02
000413               input exit, since each stream runs its own under   !@02
000415               the night's identifier with .n added.  Until the   !@02
000416               night is reconciled it resumes at APKSPLIT, at the !@02
000417               stream input exits, or at APKRECON, whichever has  !@02
000418               not yet run to its end.                            !@02
000420
000430               The step return code:
000440                  0 - the inquiry is complete.
000450                  4 - a run had more ledger records than the
000460                      inquiry holds; the extra ones are not shown.
000470                 12 - the ledger or the report file could not be
000480                      opened; no inquiry.
000490
000500 DATE-WRITTEN. 15 OCT 26.
000510 DATE-COMPILED.
000520 SECURITY. IBM SAMPLE CODE ONLY.
000530*/**************************************************************/
000540*/* Licensed under the Apache License, Version 2.0 (the        */
000550*/* "License"); you may not use this file except in compliance */
000560*/* with the License. You may obtain a copy of the License at  */
000570*/*                                                            */
000580*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000590*/*                                                            */
000600*/* Unless required by applicable law or agreed to in writing, */
000610*/* software distributed under the License is distributed on an*/
000620*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000630*/* KIND, either express or implied.  See the License for the  */
000640*/* specific language governing permissions and limitations    */
000650*/* under the License.                                         */
000660*/*------------------------------------------------------------*/
000670*/*                                                            */
000680*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000690*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000700*/*                                                            */
000710*/*   Permission to use, copy, modify, and distribute          */
000720*/*   this software for any purpose with or without fee        */
000730*/*   is hereby granted, provided that the above               */
000740*/*   copyright notices appear in all copies.                  */
000750*/*                                                            */
000760*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000770*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000780*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
000790*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
000800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
000810*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
000820*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
000830*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
000840*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
000850*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
000860*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
000870*/**************************************************************/
000880 TITLE 'Run Ledger Inquiry'.
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER. IBM-370.
000920 OBJECT-COMPUTER. IBM-370.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT APKLEDRP-PARM       ASSIGN TO SYS001-S-APKPARM
000960                                 ORGANIZATION IS SEQUENTIAL
000970                                 FILE STATUS
000980                                 APKLEDRP-PARM-STATUS.
000990     SELECT APKLEDRP-LEDGER     ASSIGN TO APKLEDGR
001000                                 ORGANIZATION IS INDEXED
001010                                 ACCESS MODE IS SEQUENTIAL
001020                                 RECORD KEY IS LEDG-KEY
001030                                 FILE STATUS
001040                                 APKLEDRP-LEDGER-STATUS.
001050     SELECT APKLEDRP-RPT        ASSIGN TO SYS001-S-APKLGRPT
001060                                 ORGANIZATION IS SEQUENTIAL
001070                                 FILE STATUS
001080                                 APKLEDRP-RPT-STATUS.
001090     EJECT
001100 DATA DIVISION.
001110 FILE SECTION.
001120/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001130 FD  APKLEDRP-PARM,
001140     RECORDING MODE IS F,
001150     BLOCK CONTAINS 0 RECORDS.
001160 01  APKLEDRP-PARM-RECORD.
001170     05  PARM-CARD-TEXT          PIC X(72).
001180     05  FILLER                  PIC X(8).
001190/ RUN LEDGER (KEYED VSAM) -- ONE RECORD PER RUN AND STEP.
001200 FD  APKLEDRP-LEDGER,
001210     RECORD CONTAINS 160 CHARACTERS.
001220 01  LEDG-RECORD.
001230     05  LEDG-KEY.
001240         10  LEDG-RUN-IDENT      PIC X(22).
001250         10  LEDG-STEP-NAME      PIC X(8).
001260     05  FILLER                  PIC X.
001270     05  LEDG-STATE              PIC X.
001280         88  LEDG-STEP-STARTED   VALUE 'S'.
001290         88  LEDG-STEP-ENDED     VALUE 'E'.
001300     05  FILLER                  PIC X.
001310     05  LEDG-START-DATE         PIC X(8).
001320     05  LEDG-START-TIME         PIC X(6).
001330     05  FILLER                  PIC X.
001340     05  LEDG-END-DATE           PIC X(8).
001350     05  LEDG-END-TIME           PIC X(6).
001360     05  FILLER                  PIC X.
001370     05  LEDG-STEP-RC            PIC 9(4).
001380     05  FILLER                  PIC X.
001390     05  LEDG-ATTEMPTS           PIC 9(4).
001400     05  FILLER                  PIC X.
001410     05  LEDG-COUNT-ENTRY        OCCURS 3 TIMES.
001420         10  LEDG-COUNT-LABEL    PIC X(8).
001430         10  LEDG-COUNT-VALUE    PIC 9(9).
001440     05  FILLER                  PIC X(36).
001450/ THE INQUIRY REPORT.
001460 FD  APKLEDRP-RPT,
001470     RECORDING MODE IS F,
001480     BLOCK CONTAINS 0 RECORDS.
001490 01  APKLEDRP-RPT-RECORD         PIC X(80).
001500   SKIP3
001510 WORKING-STORAGE SECTION.
001520 77  PGMNAME                 PIC X(8) VALUE 'APKLEDRP'.
001530 77  LEDRP-RC                PIC 9(4) BINARY VALUE ZERO.
001540 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
001550 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
001560 77  WINDOW-DAYS             PIC 9(4) BINARY VALUE 7.
001570 77  RUN-AGE-DAYS            PIC 9(8) BINARY VALUE ZERO.
001580 77  LEDGER-READ-CNTR        PIC 9(8) BINARY VALUE ZERO.
001590 77  RUNS-LISTED-CNTR        PIC 9(8) BINARY VALUE ZERO.
001600 77  RUNS-RELEASED-CNTR      PIC 9(8) BINARY VALUE ZERO.
001610 77  RUNS-CERTIFIED-CNTR     PIC 9(8) BINARY VALUE ZERO.
001620 77  RUNS-HELD-CNTR          PIC 9(8) BINARY VALUE ZERO.
001630 77  RUNS-RESUME-CNTR        PIC 9(8) BINARY VALUE ZERO.
001635 77  RUNS-STREAM-CNTR        PIC 9(8) BINARY VALUE ZERO.          !@02
001640 77  RUN-REC-CNT             PIC 9(4) BINARY VALUE ZERO.
001650 77  RUN-REC-SUB             PIC 9(4) BINARY VALUE ZERO.
001660 77  COUNT-SUB               PIC 9(4) BINARY VALUE ZERO.
001670 77  STEP-SUB                PIC 9(4) BINARY VALUE ZERO.
001672 77  SPLIT-SLOT              PIC 9(4) BINARY VALUE ZERO.          !@02
001674 77  NIGHT-REC-CNT           PIC 9(4) BINARY VALUE ZERO.          !@02
001676 77  NIGHT-STREAMS-PLANNED   PIC 9(4) BINARY VALUE ZERO.          !@02
001678 77  NIGHT-STREAMS-ENDED     PIC 9(4) BINARY VALUE ZERO.          !@02
001680 77  RC-EDIT                 PIC ZZZ9.
001690* DAY-NUMBER WORK FIELDS (SEE 0135-COMPUTE-DAY-NUMBER).
001700 77  RUN-DAY-NUMBER          PIC 9(8) BINARY VALUE ZERO.
001710 77  TODAY-DAY-NUMBER        PIC 9(8) BINARY VALUE ZERO.
001720 77  DN-YEAR                 PIC 9(4) BINARY VALUE ZERO.
001730 77  DN-MONTH                PIC 9(4) BINARY VALUE ZERO.
001740 77  DN-DAY                  PIC 9(4) BINARY VALUE ZERO.
001750 77  DN-T1                   PIC 9(8) BINARY VALUE ZERO.
001760 77  DN-T2                   PIC 9(8) BINARY VALUE ZERO.
001770 77  DN-T3                   PIC 9(8) BINARY VALUE ZERO.
001780 77  DN-T4                   PIC 9(8) BINARY VALUE ZERO.
001790 77  DN-RESULT               PIC 9(8) BINARY VALUE ZERO.
001800 01  DN-DATE-FIELDS.
001810     05  DN-DATE             PIC X(8) VALUE SPACES.
001820     05  DN-DATE-N REDEFINES DN-DATE.
001830         10  DN-DATE-YYYY    PIC 9(4).
001840         10  DN-DATE-MM      PIC 9(2).
001850         10  DN-DATE-DD      PIC 9(2).
001860* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
001870 01  PARM-WORK-FIELDS.
001880     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
001890     05  PARM-VALUE          PIC X(68) VALUE SPACES.
001900     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
001910     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
001920     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
001930     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
001940                             PIC 9(8).
001950     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
001960         88  PARM-NUM-OK         VALUE 'Y'.
001970         88  PARM-NUM-BAD        VALUE 'N'.
001980* THE LEDGER RECORDS OF THE RUN IN HAND.  THE FOUR STEPS THE
001990* RUN IS JUDGED ON ARE ALSO NOTED BY POSITION IN THE TABLE:
002000* 1 PRESORT, 2 INPUT EXIT, 3 RECONCILIATION, 4 RELEASE.
002010 01  CUR-RUN-IDENT           PIC X(22) VALUE SPACES.
002020 01  RUN-RECORD-TABLE.
002030     05  RUN-RECORD          OCCURS 20 TIMES
002040                             PIC X(160).
002050 01  STEP-SLOT-TABLE.
002060     05  STEP-SLOT           OCCURS 4 TIMES
002070                             PIC 9(4) BINARY.
002080 01  STEP-NAME-VALUES.
002090     05  FILLER              PIC X(8)  VALUE 'APKPSORT'.
002100     05  FILLER              PIC X(8)  VALUE 'ACIF    '.
002110     05  FILLER              PIC X(8)  VALUE 'APKRECON'.
002120     05  FILLER              PIC X(8)  VALUE 'RELEASE '.
002130 01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
002140     05  STEP-NAME           OCCURS 4 TIMES
002150                             PIC X(8).
002151* A SPLIT NIGHT'S OWN RECORDS, HELD BACK WHILE ITS STREAMS --     !@02
002152* WHICH FOLLOW IT IN KEY ORDER -- ARE READ.                       !@02
002153 01  NIGHT-RUN-IDENT         PIC X(22) VALUE SPACES.              !@02
002154 01  NIGHT-RECORD-TABLE.                                          !@02
002155     05  NIGHT-RECORD        OCCURS 20 TIMES                      !@02
002156                             PIC X(160).                          !@02
002157* THE LEDGER RECORD JUST READ (SEE 0130-GATHER-RECORD).           !@02
002158 01  GATHER-RECORD           PIC X(160) VALUE SPACES.             !@02
002160* REPORT LINE LAYOUTS.
002170 01  RPT-HEADER-LINE.
002180     05  FILLER              PIC X(28)
002190         VALUE 'APKLEDRP  RUN LEDGER INQUIRY'.
002200     05  FILLER              PIC X(3)  VALUE SPACES.
002210     05  HDR-DATE            PIC X(8).
002220     05  FILLER              PIC X     VALUE SPACE.
002230     05  HDR-TIME            PIC X(6).
002240     05  FILLER              PIC X(34) VALUE SPACES.
002250 01  RPT-WINDOW-LINE.
002260     05  FILLER              PIC X(30)
002270         VALUE 'RUNS DATED IN THE LAST        '.
002280     05  WIN-DAYS            PIC ZZZ9.
002290     05  FILLER              PIC X(46) VALUE ' DAYS'.
002300 01  RPT-COLUMN-LINE.
002310     05  FILLER              PIC X(23) VALUE 'RUN IDENTIFIER'.
002320     05  FILLER              PIC X(8)  VALUE 'PRESORT'.
002330     05  FILLER              PIC X(8)  VALUE 'ACIF'.
002340     05  FILLER              PIC X(8)  VALUE 'RECON'.
002350     05  FILLER              PIC X(8)  VALUE 'RELEASE'.
002360     05  FILLER              PIC X(25)
002370         VALUE 'WHERE THE RUN STANDS'.
002380 01  RPT-RUN-LINE.
002390     05  RUN-LINE-IDENT      PIC X(22).
002400     05  FILLER              PIC X     VALUE SPACE.
002410     05  RUN-LINE-STEP       OCCURS 4 TIMES.
002420         10  RUN-LINE-CELL   PIC X(7).
002430         10  FILLER          PIC X.
002440     05  RUN-LINE-STATUS     PIC X(25).
002450 01  RPT-DETAIL-LINE.
002460     05  FILLER              PIC X(4)  VALUE SPACES.
002470     05  DTL-STEP            PIC X(8).
002480     05  FILLER              PIC X     VALUE SPACE.
002490     05  DTL-START-DATE      PIC X(8).
002500     05  FILLER              PIC X     VALUE SPACE.
002510     05  DTL-START-TIME      PIC X(6).
002520     05  FILLER              PIC X(3)  VALUE ' - '.
002530     05  DTL-END-DATE        PIC X(8).
002540     05  FILLER              PIC X     VALUE SPACE.
002550     05  DTL-END-TIME        PIC X(6).
002560     05  FILLER              PIC X(4)  VALUE ' RC '.
002570     05  DTL-RC              PIC ZZZ9.
002580     05  FILLER              PIC X(10) VALUE ' ATTEMPTS '.
002590     05  DTL-ATTEMPTS        PIC ZZZ9.
002600     05  FILLER              PIC X(12) VALUE SPACES.
002610 01  RPT-COUNT-LINE.
002620     05  FILLER              PIC X(13) VALUE SPACES.
002630     05  CNT-ENTRY           OCCURS 3 TIMES.
002640         10  CNT-LABEL       PIC X(8).
002650         10  FILLER          PIC X.
002660         10  CNT-VALUE       PIC Z(8)9.
002670         10  FILLER          PIC X(3).
002680 01  RPT-TOTAL-LINE.
002690     05  TOT-LABEL           PIC X(26).
002700     05  TOT-VALUE           PIC ZZZZZZZ9.
002710     05  FILLER              PIC X(46) VALUE SPACES.
002720 01  REPORT-SWITCHES.
002730     05  LEDGER-EOF-SW       PIC X    VALUE 'N'.
002740         88  LEDGER-AT-EOF       VALUE 'Y'.
002750     05  DETAIL-SW           PIC X    VALUE 'N'.
002760         88  DETAIL-WANTED       VALUE 'Y'.
002770     05  RUN-SELECT-SW       PIC X    VALUE 'N'.
002780         88  RUN-IS-SELECTED     VALUE 'Y'.
002790         88  RUN-NOT-SELECTED    VALUE 'N'.
002800     05  RPT-FILE-SW         PIC X    VALUE 'N'.
002810         88  RPT-FILE-IS-OPEN    VALUE 'Y'.
002820         88  RPT-FILE-NOT-OPEN   VALUE 'N'.
002821     05  NIGHT-LISTING-SW    PIC X    VALUE 'N'.                  !@02
002822         88  NIGHT-BEING-LISTED  VALUE 'Y'.                       !@02
002824         88  NIGHT-NOT-LISTING   VALUE 'N'.                       !@02
002825     05  STREAM-ACIF-SW      PIC X    VALUE 'N'.                  !@02
002827         88  STREAM-ACIF-ENDED   VALUE 'Y'.                       !@02
002828         88  STREAM-ACIF-OPEN    VALUE 'N'.                       !@02
002830 01  GLOBAL-VARIABLES.
002840     05  APKLEDRP-PARM-STATUS    PIC 99   VALUE ZERO.
002850         88  APKLEDRP-PARM-OK    VALUE 00.
002860     05  APKLEDRP-LEDGER-STATUS  PIC 99   VALUE ZERO.
002870         88  APKLEDRP-LEDGER-OK  VALUE 00.
002880     05  APKLEDRP-RPT-STATUS     PIC 99   VALUE ZERO.
002890         88  APKLEDRP-RPT-OK     VALUE 00.
002900     SKIP1
002910 TITLE 'Initialization and Main Line'.
002920 PROCEDURE DIVISION.
002930     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
002940     ACCEPT RUN-TIME-W FROM TIME.
002950     MOVE RUN-DATE-W TO DN-DATE.
002960     PERFORM 0135-COMPUTE-DAY-NUMBER.
002970     MOVE DN-RESULT TO TODAY-DAY-NUMBER.
002980     PERFORM 0100-LOAD-PARM-CARDS.
002990     PERFORM 0110-OPEN-FILES.
003000     IF LEDRP-RC < 12
003010      THEN
003020       PERFORM 0120-LIST-RUNS;
003030     END-IF.
003040     PERFORM 0190-WRITE-TOTALS.
003050     DISPLAY PGMNAME, ' RUN LEDGER INQUIRY COMPLETE, RC ',
003060             LEDRP-RC.
003070     MOVE LEDRP-RC TO RETURN-CODE.
003080     GOBACK.
003090 SKIP3
003100 0100-LOAD-PARM-CARDS.
003110* Pick up the optional DAYS window and DETAIL request.  The
003120* card format and the comment conventions are the ones the
003130* input exit's control-card dataset already uses, so one
003140* APKPARM member can serve the whole job stream.
003150     OPEN INPUT APKLEDRP-PARM.
003160     IF APKLEDRP-PARM-OK
003170      THEN
003180       PERFORM 0105-APPLY-PARM-CARD
003190           UNTIL NOT APKLEDRP-PARM-OK;
003200       CLOSE APKLEDRP-PARM;
003210     END-IF.
003220 SKIP2
003230 0105-APPLY-PARM-CARD.
003240     READ APKLEDRP-PARM;
003250     IF APKLEDRP-PARM-OK
003260         AND PARM-CARD-TEXT NOT = SPACES
003270         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
003280      THEN
003290       MOVE SPACES TO PARM-KEYWORD;
003300       MOVE SPACES TO PARM-VALUE;
003310       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
003320           INTO PARM-KEYWORD, PARM-VALUE;
003330       EVALUATE PARM-KEYWORD
003340         WHEN 'DAYS'
003350           PERFORM 0106-CONVERT-PARM-NUMBER;
003360           IF PARM-NUM-OK AND PARM-NUM-VALUE > ZERO
003370               AND PARM-NUM-VALUE < 1000
003380            THEN
003390             MOVE PARM-NUM-VALUE TO WINDOW-DAYS;
003400           END-IF
003410         WHEN 'DETAIL'
003420           IF PARM-VALUE (1 : 3) = 'YES'
003430            THEN
003440             SET DETAIL-WANTED TO TRUE;
003450           END-IF
003460         WHEN OTHER
003470* The same card member drives the input exit, so keywords
003480* this inquiry has no use for pass by without comment.
003490           CONTINUE
003500       END-EVALUATE;
003510     END-IF.
003520 SKIP2
003530 0106-CONVERT-PARM-NUMBER.
003540* Convert the left-justified digits of a control-card value
003550* into a binary-usable number, exactly as the input exit
003560* does.
003570     SET PARM-NUM-BAD TO TRUE;
003580     MOVE SPACES TO PARM-NUM-WORK;
003590     MOVE ZERO TO PARM-NUM-LEN;
003600     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
003610         INTO PARM-NUM-WORK
003620         COUNT IN PARM-NUM-LEN;
003630     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
003640      THEN
003650       MOVE ZEROES TO PARM-NUM-DIGITS;
003660       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
003670           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
003680       IF PARM-NUM-DIGITS IS NUMERIC
003690        THEN
003700         SET PARM-NUM-OK TO TRUE;
003710       END-IF;
003720     END-IF;
003730     IF PARM-NUM-BAD
003740      THEN
003750       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
003760               'CARD VALUE IGNORED: ', PARM-KEYWORD;
003770     END-IF.
003780 SKIP2
003790 0110-OPEN-FILES.
003800     OPEN OUTPUT APKLEDRP-RPT.
003810     IF APKLEDRP-RPT-OK
003820      THEN
003830       SET RPT-FILE-IS-OPEN TO TRUE;
003840       MOVE RUN-DATE-W TO HDR-DATE;
003850       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
003860       MOVE RPT-HEADER-LINE TO APKLEDRP-RPT-RECORD;
003870       WRITE APKLEDRP-RPT-RECORD;
003880       MOVE WINDOW-DAYS TO WIN-DAYS;
003890       MOVE RPT-WINDOW-LINE TO APKLEDRP-RPT-RECORD;
003900       WRITE APKLEDRP-RPT-RECORD;
003910       MOVE SPACES TO APKLEDRP-RPT-RECORD;
003920       WRITE APKLEDRP-RPT-RECORD;
003930       MOVE RPT-COLUMN-LINE TO APKLEDRP-RPT-RECORD;
003940       WRITE APKLEDRP-RPT-RECORD;
003950      ELSE
003960       DISPLAY PGMNAME, ' REPORT FILE NOT AVAILABLE, STATUS ',
003970               APKLEDRP-RPT-STATUS;
003980       MOVE 12 TO LEDRP-RC;
003990     END-IF.
004000     IF LEDRP-RC < 12
004010      THEN
004020       OPEN INPUT APKLEDRP-LEDGER;
004030       IF NOT APKLEDRP-LEDGER-OK
004040        THEN
004050         DISPLAY PGMNAME, ' RUN LEDGER NOT AVAILABLE, STATUS ',
004060                 APKLEDRP-LEDGER-STATUS;
004070         MOVE 12 TO LEDRP-RC;
004080       END-IF;
004090     END-IF.
004100 SKIP2
004110 0120-LIST-RUNS.
004120* The ledger is keyed by run identifier and step name, so the
004130* records of a run come together.  Gather each run's records,
004140* then judge it at the break.
004150     MOVE ZERO TO RUN-REC-CNT.
004160     MOVE SPACES TO CUR-RUN-IDENT.
004170     PERFORM 0125-READ-LEDGER.
004180     PERFORM 0130-GATHER-RECORD
004190         UNTIL LEDGER-AT-EOF.
004200     IF RUN-REC-CNT > ZERO
004210      THEN
004220       PERFORM 0200-SORT-OUT-RUN;                                 !@02
004230     END-IF.
004232     IF NIGHT-RUN-IDENT NOT = SPACES                              !@02
004234      THEN                                                        !@02
004236       PERFORM 0220-LIST-HELD-NIGHT;                              !@02
004238     END-IF.                                                      !@02
004240     CLOSE APKLEDRP-LEDGER.
004250 SKIP2
004260 0125-READ-LEDGER.
004270     READ APKLEDRP-LEDGER
004280      AT END
004290       SET LEDGER-AT-EOF TO TRUE
004300      NOT AT END
004310       ADD 1 TO LEDGER-READ-CNTR
004320     END-READ.
004330 SKIP2
004340 0130-GATHER-RECORD.
004342* Judging a run works through the record area, so the record just !@02
004345* read is kept aside until the break has been dealt with.         !@02
004347     MOVE LEDG-RECORD TO GATHER-RECORD.                           !@02
004350     IF LEDG-RUN-IDENT NOT = CUR-RUN-IDENT
004360      THEN
004370       IF RUN-REC-CNT > ZERO
004380        THEN
004390         PERFORM 0200-SORT-OUT-RUN;                               !@02
004400       END-IF;
004401       MOVE GATHER-RECORD TO LEDG-RECORD;                         !@02
004402       IF NIGHT-RUN-IDENT NOT = SPACES                            !@02
004403           AND LEDG-RUN-IDENT (1 : 20)                            !@02
004404                 NOT = NIGHT-RUN-IDENT (1 : 20)                   !@02
004405        THEN                                                      !@02
004406         PERFORM 0220-LIST-HELD-NIGHT;                            !@02
004407         MOVE GATHER-RECORD TO LEDG-RECORD;                       !@02
004408       END-IF;                                                    !@02
004410       MOVE LEDG-RUN-IDENT TO CUR-RUN-IDENT;
004420       MOVE ZERO TO RUN-REC-CNT;
004430     END-IF.
004440     IF RUN-REC-CNT < 20
004450      THEN
004460       ADD 1 TO RUN-REC-CNT;
004470       MOVE LEDG-RECORD TO RUN-RECORD (RUN-REC-CNT);
004480      ELSE
004490       DISPLAY PGMNAME, ' WARNING - RUN ', LEDG-RUN-IDENT,
004500               ' HAS MORE LEDGER RECORDS THAN SHOWN; STEP ',
004510               LEDG-STEP-NAME, ' SKIPPED';
004520       IF LEDRP-RC < 4
004530        THEN
004540         MOVE 4 TO LEDRP-RC;
004550       END-IF;
004560     END-IF.
004570     PERFORM 0125-READ-LEDGER.
004580 SKIP2
004590 0135-COMPUTE-DAY-NUMBER.
004600* Turn the YYYYMMDD date in DN-DATE into a day number, done in
004610* integer steps so every division truncates: March is counted
004620* as the first month, so the leap day falls at the end of the
004630* year and the month lengths follow the 153/5 pattern.  Only
004640* differences between two day numbers mean anything.  A
004650* malformed date gives zero.
004660     MOVE ZERO TO DN-RESULT.
004670     IF DN-DATE IS NUMERIC
004680      THEN
004690       MOVE DN-DATE-YYYY TO DN-YEAR;
004700       MOVE DN-DATE-MM TO DN-MONTH;
004710       MOVE DN-DATE-DD TO DN-DAY;
004720       IF DN-MONTH >= 1 AND DN-MONTH <= 12
004730           AND DN-DAY >= 1 AND DN-DAY <= 31
004740           AND DN-YEAR > ZERO
004750        THEN
004760         IF DN-MONTH < 3
004770          THEN
004780           ADD 12 TO DN-MONTH;
004790           SUBTRACT 1 FROM DN-YEAR;
004800         END-IF;
004810         DIVIDE DN-YEAR BY 4 GIVING DN-T1;
004820         DIVIDE DN-YEAR BY 100 GIVING DN-T2;
004830         DIVIDE DN-YEAR BY 400 GIVING DN-T3;
004840         COMPUTE DN-T4 = (153 * (DN-MONTH - 3)) + 2;
004850         DIVIDE DN-T4 BY 5 GIVING DN-T4;
004860         COMPUTE DN-RESULT = (365 * DN-YEAR) + DN-T1 - DN-T2
004870             + DN-T3 + DN-T4 + DN-DAY;
004880       END-IF;
004890     END-IF.
004900 SKIP2
004910 0140-JUDGE-RUN.
004920* A run is listed when its identifier's date falls within the
004930* window, or when there is no telling its date.
004940     SET RUN-IS-SELECTED TO TRUE.
004950     MOVE CUR-RUN-IDENT (1 : 8) TO DN-DATE.
004960     PERFORM 0135-COMPUTE-DAY-NUMBER.
004970     MOVE DN-RESULT TO RUN-DAY-NUMBER.
004980     IF RUN-DAY-NUMBER > ZERO
004990         AND RUN-DAY-NUMBER <= TODAY-DAY-NUMBER
005000      THEN
005010       COMPUTE RUN-AGE-DAYS = TODAY-DAY-NUMBER - RUN-DAY-NUMBER;
005020       IF RUN-AGE-DAYS > WINDOW-DAYS
005030        THEN
005040         SET RUN-NOT-SELECTED TO TRUE;
005050       END-IF;
005060     END-IF.
005070     IF RUN-IS-SELECTED
005080      THEN
005090       PERFORM 0145-LIST-RUN;
005100     END-IF.
005110 SKIP2
005120 0145-LIST-RUN.
005130     ADD 1 TO RUNS-LISTED-CNTR.
005140     MOVE SPACES TO RPT-RUN-LINE.
005150     MOVE CUR-RUN-IDENT TO RUN-LINE-IDENT.
005160     PERFORM 0150-FIND-STEP
005170         VARYING STEP-SUB FROM 1 BY 1
005180         UNTIL STEP-SUB > 4.
005181     IF NIGHT-BEING-LISTED                                        !@02
005183         AND STEP-SLOT (2) = ZERO                                 !@02
005185      THEN                                                        !@02
005186       MOVE 'SPLIT' TO RUN-LINE-CELL (2);                         !@02
005188     END-IF.                                                      !@02
005190     PERFORM 0160-RUN-STANDING.
005200     MOVE RPT-RUN-LINE TO APKLEDRP-RPT-RECORD.
005210     WRITE APKLEDRP-RPT-RECORD.
005220     IF DETAIL-WANTED
005230      THEN
005240       PERFORM 0170-LIST-DETAIL
005250           VARYING RUN-REC-SUB FROM 1 BY 1
005260           UNTIL RUN-REC-SUB > RUN-REC-CNT;
005270     END-IF.
005280 SKIP2
005290 0150-FIND-STEP.
005300* Note where the run's record of this step sits, if it has one,
005310* and fill the step's column from it.
005320     MOVE ZERO TO STEP-SLOT (STEP-SUB).
005330     PERFORM 0155-MATCH-STEP
005340         VARYING RUN-REC-SUB FROM 1 BY 1
005350         UNTIL RUN-REC-SUB > RUN-REC-CNT.
005360     IF STEP-SLOT (STEP-SUB) = ZERO
005370      THEN
005380       MOVE '--' TO RUN-LINE-CELL (STEP-SUB);
005390      ELSE
005400       MOVE RUN-RECORD (STEP-SLOT (STEP-SUB)) TO LEDG-RECORD;
005410       IF LEDG-STEP-ENDED
005420        THEN
005430         MOVE LEDG-STEP-RC TO RC-EDIT;
005440         MOVE SPACES TO RUN-LINE-CELL (STEP-SUB);
005450         STRING 'RC ' RC-EDIT
005460             DELIMITED BY SIZE INTO RUN-LINE-CELL (STEP-SUB);
005470        ELSE
005480         MOVE 'START' TO RUN-LINE-CELL (STEP-SUB);
005490       END-IF;
005500     END-IF.
005510 SKIP2
005520 0155-MATCH-STEP.
005530     IF RUN-RECORD (RUN-REC-SUB) (23 : 8) = STEP-NAME (STEP-SUB)
005540      THEN
005550       MOVE RUN-REC-SUB TO STEP-SLOT (STEP-SUB);
005560     END-IF.
005570 SKIP2
005580 0160-RUN-STANDING.
005590* Released runs are done.  Otherwise the reconciliation decides:
005600* ended with zero, the run is certified and waits for the gate;
005610* ended otherwise, the run is held.  A run not yet reconciled
005620* resumes at the first step that did not run to its end -- the
005630* presort only when it posted at all, since it posts only under
005640* a RUNID card.
005650     IF STEP-SLOT (4) NOT = ZERO
005660      THEN
005670       MOVE RUN-RECORD (STEP-SLOT (4)) TO LEDG-RECORD;
005680       MOVE SPACES TO RUN-LINE-STATUS;
005690       STRING 'RELEASED ' LEDG-END-DATE
005700           DELIMITED BY SIZE INTO RUN-LINE-STATUS;
005710       ADD 1 TO RUNS-RELEASED-CNTR;
005720      ELSE
005730       IF STEP-SLOT (3) NOT = ZERO
005740           AND RUN-LINE-CELL (3) (1 : 2) = 'RC'
005750        THEN
005760         MOVE RUN-RECORD (STEP-SLOT (3)) TO LEDG-RECORD;
005770         IF LEDG-STEP-RC = ZERO
005780          THEN
005790           MOVE 'CERTIFIED, UNRELEASED' TO RUN-LINE-STATUS;
005800           ADD 1 TO RUNS-CERTIFIED-CNTR;
005810          ELSE
005820           MOVE LEDG-STEP-RC TO RC-EDIT;
005830           MOVE SPACES TO RUN-LINE-STATUS;
005840           STRING 'HELD - RECON RC ' RC-EDIT
005850               DELIMITED BY SIZE INTO RUN-LINE-STATUS;
005860           ADD 1 TO RUNS-HELD-CNTR;
005870         END-IF;
005880        ELSE                                                      !@02
005886         IF CUR-RUN-IDENT (21 : 1) = '.'                          !@02
005892             AND CUR-RUN-IDENT (22 : 1) IS NUMERIC                !@02
005898             AND STREAM-ACIF-ENDED                                !@02
005911          THEN                                                    !@02
005917           MOVE 'STREAM - NIGHT RECONCILES' TO RUN-LINE-STATUS;   !@02
005923           ADD 1 TO RUNS-STREAM-CNTR;                             !@02
005930          ELSE                                                    !@02
005936           ADD 1 TO RUNS-RESUME-CNTR;                             !@02
005942           EVALUATE TRUE                                          !@02
005948             WHEN RUN-LINE-CELL (1) = 'START'                     !@02
005955               MOVE 'RESUME AT APKPSORT' TO RUN-LINE-STATUS       !@02
005961             WHEN RUN-LINE-CELL (1) = 'RC   16'                   !@02
005967               MOVE 'RESUME AT APKPSORT' TO RUN-LINE-STATUS       !@02
005969             WHEN NIGHT-BEING-LISTED                              !@02
005971               PERFORM 0230-NIGHT-RESUME-POINT                    !@02
005973             WHEN RUN-LINE-CELL (2) (1 : 2) NOT = 'RC'            !@02
005980               MOVE 'RESUME AT ACIF' TO RUN-LINE-STATUS           !@02
005986             WHEN RUN-LINE-CELL (2) = 'RC   16'                   !@02
005992               MOVE 'RESUME AT ACIF' TO RUN-LINE-STATUS           !@02
005994             WHEN CUR-RUN-IDENT (21 : 1) = '.'                    !@02
005996               MOVE 'RESUME AT ACIF' TO RUN-LINE-STATUS           !@02
005998             WHEN OTHER                                           !@02
006005               MOVE 'RESUME AT APKRECON' TO RUN-LINE-STATUS       !@02
006011           END-EVALUATE;                                          !@02
006017         END-IF;                                                  !@02
006023       END-IF;                                                    !@02
006030     END-IF.
006040 SKIP2
006050 0170-LIST-DETAIL.
006060     MOVE RUN-RECORD (RUN-REC-SUB) TO LEDG-RECORD.
006070     MOVE LEDG-STEP-NAME TO DTL-STEP.
006080     MOVE LEDG-START-DATE TO DTL-START-DATE.
006090     MOVE LEDG-START-TIME TO DTL-START-TIME.
006100     MOVE LEDG-END-DATE TO DTL-END-DATE.
006110     MOVE LEDG-END-TIME TO DTL-END-TIME.
006120     IF LEDG-STEP-ENDED
006130      THEN
006140       MOVE LEDG-STEP-RC TO DTL-RC;
006150      ELSE
006160       MOVE ZERO TO DTL-RC;
006170     END-IF.
006180     MOVE LEDG-ATTEMPTS TO DTL-ATTEMPTS.
006190     MOVE RPT-DETAIL-LINE TO APKLEDRP-RPT-RECORD.
006200     WRITE APKLEDRP-RPT-RECORD.
006210     IF LEDG-STEP-ENDED
006220      THEN
006230       MOVE SPACES TO RPT-COUNT-LINE;
006240       PERFORM 0175-EDIT-COUNT
006250           VARYING COUNT-SUB FROM 1 BY 1
006260           UNTIL COUNT-SUB > 3;
006270       MOVE RPT-COUNT-LINE TO APKLEDRP-RPT-RECORD;
006280       WRITE APKLEDRP-RPT-RECORD;
006290     END-IF.
006300 SKIP2
006310 0175-EDIT-COUNT.
006320     IF LEDG-COUNT-LABEL (COUNT-SUB) NOT = SPACES
006330         AND LEDG-COUNT-VALUE (COUNT-SUB) IS NUMERIC
006340      THEN
006350       MOVE LEDG-COUNT-LABEL (COUNT-SUB) TO CNT-LABEL (COUNT-SUB);
006360       MOVE LEDG-COUNT-VALUE (COUNT-SUB) TO CNT-VALUE (COUNT-SUB);
006370     END-IF.
006380 SKIP2
006390 0190-WRITE-TOTALS.
006400     IF RPT-FILE-IS-OPEN
006410      THEN
006420       MOVE SPACES TO APKLEDRP-RPT-RECORD;
006430       WRITE APKLEDRP-RPT-RECORD;
006440       MOVE 'LEDGER RECORDS READ .....' TO TOT-LABEL;
006450       MOVE LEDGER-READ-CNTR TO TOT-VALUE;
006460       PERFORM 0195-WRITE-TOTAL-LINE;
006470       MOVE 'RUNS LISTED .............' TO TOT-LABEL;
006480       MOVE RUNS-LISTED-CNTR TO TOT-VALUE;
006490       PERFORM 0195-WRITE-TOTAL-LINE;
006500       MOVE '  RELEASED ..............' TO TOT-LABEL;
006510       MOVE RUNS-RELEASED-CNTR TO TOT-VALUE;
006520       PERFORM 0195-WRITE-TOTAL-LINE;
006530       MOVE '  CERTIFIED, UNRELEASED .' TO TOT-LABEL;
006540       MOVE RUNS-CERTIFIED-CNTR TO TOT-VALUE;
006550       PERFORM 0195-WRITE-TOTAL-LINE;
006560       MOVE '  HELD OUT OF BALANCE ...' TO TOT-LABEL;
006570       MOVE RUNS-HELD-CNTR TO TOT-VALUE;
006580       PERFORM 0195-WRITE-TOTAL-LINE;
006590       MOVE '  TO BE RESUMED .........' TO TOT-LABEL;
006600       MOVE RUNS-RESUME-CNTR TO TOT-VALUE;
006610       PERFORM 0195-WRITE-TOTAL-LINE;
006612       MOVE '  STREAMS OF SPLIT NIGHTS' TO TOT-LABEL;             !@02
006615       MOVE RUNS-STREAM-CNTR TO TOT-VALUE;                        !@02
006617       PERFORM 0195-WRITE-TOTAL-LINE;                             !@02
006620       CLOSE APKLEDRP-RPT;
006630       SET RPT-FILE-NOT-OPEN TO TRUE;
006640     END-IF.
006650     DISPLAY PGMNAME, ' RUNS LISTED ', RUNS-LISTED-CNTR,
006660             ' CERTIFIED UNRELEASED ', RUNS-CERTIFIED-CNTR,
006670             ' TO BE RESUMED ', RUNS-RESUME-CNTR.
006680 SKIP2
006690 0195-WRITE-TOTAL-LINE.
006700     MOVE RPT-TOTAL-LINE TO APKLEDRP-RPT-RECORD.
006710     WRITE APKLEDRP-RPT-RECORD.
006720 SKIP2                                                            !@02
006730 0200-SORT-OUT-RUN.                                               !@02
006740* A night split across printers has its streams under their own   !@02
006750* identifiers -- the night's with .n added -- and they follow the !@02
006760* night in key order.  The night's own records are held back      !@02
006770* until its streams have been read, so its line can say how far   !@02
006780* the streams have got; each stream is counted toward its night   !@02
006790* as it passes.                                                   !@02
006800     SET STREAM-ACIF-OPEN TO TRUE.                                !@02
006810     IF CUR-RUN-IDENT (21 : 1) = '.'                              !@02
006820         AND CUR-RUN-IDENT (22 : 1) IS NUMERIC                    !@02
006830      THEN                                                        !@02
006840       PERFORM 0210-JUDGE-STREAM;                                 !@02
006850     END-IF.                                                      !@02
006860     MOVE ZERO TO SPLIT-SLOT.                                     !@02
006870     IF CUR-RUN-IDENT (21 : 2) = SPACES                           !@02
006880      THEN                                                        !@02
006890       PERFORM 0205-MATCH-SPLIT-STEP                              !@02
006900           VARYING RUN-REC-SUB FROM 1 BY 1                        !@02
006910           UNTIL RUN-REC-SUB > RUN-REC-CNT;                       !@02
006920     END-IF.                                                      !@02
006930     IF SPLIT-SLOT NOT = ZERO                                     !@02
006940      THEN                                                        !@02
006950       MOVE CUR-RUN-IDENT TO NIGHT-RUN-IDENT;                     !@02
006960       MOVE RUN-REC-CNT TO NIGHT-REC-CNT;                         !@02
006970       MOVE RUN-RECORD-TABLE TO NIGHT-RECORD-TABLE;               !@02
006980       MOVE ZERO TO NIGHT-STREAMS-PLANNED;                        !@02
006990       MOVE ZERO TO NIGHT-STREAMS-ENDED;                          !@02
007000       MOVE RUN-RECORD (SPLIT-SLOT) TO LEDG-RECORD;               !@02
007010       IF LEDG-STEP-ENDED                                         !@02
007020           AND LEDG-STEP-RC < 12                                  !@02
007030           AND LEDG-COUNT-VALUE (1) IS NUMERIC                    !@02
007040        THEN                                                      !@02
007050         MOVE LEDG-COUNT-VALUE (1) TO NIGHT-STREAMS-PLANNED;      !@02
007060       END-IF;                                                    !@02
007070      ELSE                                                        !@02
007080       PERFORM 0140-JUDGE-RUN;                                    !@02
007090     END-IF.                                                      !@02
007100 SKIP2                                                            !@02
007110 0205-MATCH-SPLIT-STEP.                                           !@02
007120     IF RUN-RECORD (RUN-REC-SUB) (23 : 8) = 'APKSPLIT'            !@02
007130      THEN                                                        !@02
007140       MOVE RUN-REC-SUB TO SPLIT-SLOT;                            !@02
007150     END-IF.                                                      !@02
007160 SKIP2                                                            !@02
007170 0210-JUDGE-STREAM.                                               !@02
007180* A stream has run when its input exit ended short of 12; only    !@02
007190* then can the night be reconciled.                               !@02
007200     MOVE 2 TO STEP-SUB.                                          !@02
007210     PERFORM 0150-FIND-STEP.                                      !@02
007220     IF STEP-SLOT (2) NOT = ZERO                                  !@02
007230      THEN                                                        !@02
007240       MOVE RUN-RECORD (STEP-SLOT (2)) TO LEDG-RECORD;            !@02
007250       IF LEDG-STEP-ENDED                                         !@02
007260           AND LEDG-STEP-RC < 12                                  !@02
007270        THEN                                                      !@02
007280         SET STREAM-ACIF-ENDED TO TRUE;                           !@02
007290       END-IF;                                                    !@02
007300     END-IF.                                                      !@02
007310     IF STREAM-ACIF-ENDED                                         !@02
007320         AND NIGHT-RUN-IDENT NOT = SPACES                         !@02
007330         AND CUR-RUN-IDENT (1 : 20) = NIGHT-RUN-IDENT (1 : 20)    !@02
007340      THEN                                                        !@02
007350       ADD 1 TO NIGHT-STREAMS-ENDED;                              !@02
007360     END-IF.                                                      !@02
007370 SKIP2                                                            !@02
007380 0220-LIST-HELD-NIGHT.                                            !@02
007390* Judge the night held back by 0200-SORT-OUT-RUN, now its streams !@02
007400* have all been read.                                             !@02
007410     MOVE NIGHT-RUN-IDENT TO CUR-RUN-IDENT.                       !@02
007420     MOVE NIGHT-REC-CNT TO RUN-REC-CNT.                           !@02
007430     MOVE NIGHT-RECORD-TABLE TO RUN-RECORD-TABLE.                 !@02
007440     SET NIGHT-BEING-LISTED TO TRUE.                              !@02
007450     PERFORM 0140-JUDGE-RUN.                                      !@02
007460     SET NIGHT-NOT-LISTING TO TRUE.                               !@02
007470     MOVE SPACES TO NIGHT-RUN-IDENT.                              !@02
007480 SKIP2                                                            !@02
007490 0230-NIGHT-RESUME-POINT.                                         !@02
007500* A split night not yet reconciled resumes at the split, at the   !@02
007510* stream input exits, or at the consolidated reconciliation.      !@02
007520     EVALUATE TRUE                                                !@02
007530       WHEN NIGHT-STREAMS-PLANNED = ZERO                          !@02
007540         MOVE 'RESUME AT APKSPLIT' TO RUN-LINE-STATUS             !@02
007550       WHEN NIGHT-STREAMS-ENDED < NIGHT-STREAMS-PLANNED           !@02
007560         MOVE 'RESUME AT STREAM ACIF' TO RUN-LINE-STATUS          !@02
007570       WHEN OTHER                                                 !@02
007580         MOVE 'RESUME AT APKRECON' TO RUN-LINE-STATUS             !@02
007590     END-EVALUATE.                                                !@02
