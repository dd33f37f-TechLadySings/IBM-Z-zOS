000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 17:50:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - INSERTER RECONCILIATION.  !@01*
000135*   15 OCT 2026  DLM  MANIFEST RECORD WIDENED FOR ENVELOPE.       !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKINSRC.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Inserter completion reconciliation.  The inserter
000190               logs every mail piece it handles: the document
000200               number it read off the page and what became of the
000210               piece.  One record per piece handled:
000220                  columns  1-8  - document number, as printed
000230                  column  10    - I inserted, V diverted,
000240                                  D damaged
000250                  columns 12-25 - date and time handled
000260                                  (YYYYMMDDHHMMSS), not used
000270                  columns 27-48 - run identifier, when the
000280                                  inserter was given one
000290
000300               The log is matched against the APKMANIF manifest of
000310               the run that was printed.  Every print-channel
000320               document the manifest holds should have been seen
000330               exactly once and inserted.  The listing names every
000340               document that was not:
000350                  NEVER SEEN   - printed but never reached the
000360                                 inserter; remade.
000370                  DAMAGED      - spoiled and never inserted
000380                                 afterwards; remade.
000390                  DIVERTED     - pulled by the inserter and never
000400                                 inserted afterwards; the piece
000410                                 is intact and is finished by
000420                                 hand, not remade.
000430                  SEEN n TIMES - handled more than once; the
000440                                 last handling decides the rest.
000450                  NOT PRINTED  - a document number the manifest
000460                                 does not hold as printed.
000470
000480               For every piece to be remade a request card is
000490               written to APKRQST for the single-document
000500               retrieval -- account in columns 1-10 and
000510               statement date in columns 12-19, taken from the
000520               run's APKNDX index extract -- so the remakes can
000530               be pulled without anyone keying a card.
000540
000550               The step return code holds the mail drop while
000560               any piece still needs remaking.  The floor lead
000570               releases it by signing off the remakes with a
000580               SIGNOFF=n card in the shared APKPARM member, n
000590               being the remake count the listing shows; a
000600               sign-off for any other count does not release the
000610               drop, so a stale card cannot cover a new remake.
000620
000630               The step return code:
000640                  0 - every printed piece was inserted, or the
000650                      remakes are signed off.
000660                  4 - pieces were diverted, seen more than once,
000670                      or are not this run's; nothing to remake.
000680                  8 - pieces need remaking and are not signed
000690                      off; the mail drop is held.
000700                 12 - the manifest, the completion log, the
000710                      request dataset, or the listing is not
000720                      available; nothing reconciled.
000730
000740 DATE-WRITTEN. 15 OCT 26.
000750 DATE-COMPILED.
000760 SECURITY. IBM SAMPLE CODE ONLY.
000770*/**************************************************************/
000780*/* Licensed under the Apache License, Version 2.0 (the        */
000790*/* "License"); you may not use this file except in compliance */
000800*/* with the License. You may obtain a copy of the License at  */
000810*/*                                                            */
000820*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000830*/*                                                            */
000840*/* Unless required by applicable law or agreed to in writing, */
000850*/* software distributed under the License is distributed on an*/
000860*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000870*/* KIND, either express or implied.  See the License for the  */
000880*/* specific language governing permissions and limitations    */
000890*/* under the License.                                         */
000900*/*------------------------------------------------------------*/
000910*/*                                                            */
000920*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000930*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000940*/*                                                            */
000950*/*   Permission to use, copy, modify, and distribute          */
000960*/*   this software for any purpose with or without fee        */
000970*/*   is hereby granted, provided that the above               */
000980*/*   copyright notices appear in all copies.                  */
000990*/*                                                            */
001000*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001010*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001020*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001030*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001040*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001050*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001060*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001070*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001080*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001090*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001100*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001110*/**************************************************************/
001120 TITLE 'Inserter Completion Reconciliation'.
001130 ENVIRONMENT DIVISION.
001140 CONFIGURATION SECTION.
001150 SOURCE-COMPUTER. IBM-370.
001160 OBJECT-COMPUTER. IBM-370.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190     SELECT APKINSRC-PARM       ASSIGN TO SYS001-S-APKPARM
001200                                 ORGANIZATION IS SEQUENTIAL
001210                                 FILE STATUS
001220                                 APKINSRC-PARM-STATUS.
001230     SELECT APKINSRC-LOG        ASSIGN TO SYS001-S-APKINSLG
001240                                 ORGANIZATION IS SEQUENTIAL
001250                                 FILE STATUS
001260                                 APKINSRC-LOG-STATUS.
001270     SELECT APKINSRC-MANIF      ASSIGN TO SYS001-S-APKMANIF
001280                                 ORGANIZATION IS SEQUENTIAL
001290                                 FILE STATUS
001300                                 APKINSRC-MANIF-STATUS.
001310     SELECT APKINSRC-NDX        ASSIGN TO SYS001-S-APKNDX
001320                                 ORGANIZATION IS SEQUENTIAL
001330                                 FILE STATUS
001340                                 APKINSRC-NDX-STATUS.
001350     SELECT APKINSRC-RQST       ASSIGN TO SYS001-S-APKRQST
001360                                 ORGANIZATION IS SEQUENTIAL
001370                                 FILE STATUS
001380                                 APKINSRC-RQST-STATUS.
001390     SELECT APKINSRC-LIST       ASSIGN TO SYS001-S-APKINRPT
001400                                 ORGANIZATION IS SEQUENTIAL
001410                                 FILE STATUS
001420                                 APKINSRC-LIST-STATUS.
001430     SELECT APKINSRC-WRK        ASSIGN TO SORTWK01.
001440     EJECT
001450 DATA DIVISION.
001460 FILE SECTION.
001470/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001480 FD  APKINSRC-PARM,
001490     RECORDING MODE IS F,
001500     BLOCK CONTAINS 0 RECORDS.
001510 01  APKINSRC-PARM-RECORD.
001520     05  PARM-CARD-TEXT          PIC X(72).
001530     05  FILLER                  PIC X(8).
001540/ INSERTER COMPLETION LOG -- ONE RECORD PER PIECE HANDLED.
001550 FD  APKINSRC-LOG,
001560     RECORDING MODE IS F,
001570     BLOCK CONTAINS 0 RECORDS.
001580 01  APKINSRC-LOG-RECORD.
001590     05  LOG-DOC-NUMBER          PIC X(8).
001600     05  LOG-DOC-NUMBER-N REDEFINES LOG-DOC-NUMBER
001610                                 PIC 9(8).
001620     05  FILLER                  PIC X.
001630     05  LOG-STATUS              PIC X.
001640         88  LOG-INSERTED        VALUE 'I'.
001650         88  LOG-DIVERTED        VALUE 'V'.
001660         88  LOG-DAMAGED         VALUE 'D'.
001670     05  FILLER                  PIC X.
001680     05  LOG-HANDLED-STAMP       PIC X(14).
001690     05  FILLER                  PIC X.
001700     05  LOG-RUN-IDENT           PIC X(22).
001710     05  FILLER                  PIC X(32).
001720/ LOGICAL-DOCUMENT MANIFEST WRITTEN BY THE INPUT EXIT.
001730 FD  APKINSRC-MANIF,
001740     RECORDING MODE IS F,
001750     BLOCK CONTAINS 0 RECORDS.
001760 01  APKINSRC-MANIF-RECORD.
001770     05  MANIF-DOC-NUMBER        PIC 9(8).
001780     05  FILLER                  PIC X.
001790     05  MANIF-START-SEQNUM      PIC 9(8).
001800     05  FILLER                  PIC X.
001810     05  MANIF-END-SEQNUM        PIC 9(8).
001820     05  FILLER                  PIC X.
001830     05  MANIF-SOURCE-DD         PIC X(8).
001840     05  FILLER                  PIC X.
001850     05  MANIF-PAGE-COUNT        PIC 9(8).
001860     05  FILLER                  PIC X.
001870     05  MANIF-CUST-NAME         PIC X(30).
001880     05  FILLER                  PIC X.
001890     05  MANIF-CHANNEL           PIC X(5).
001900     05  FILLER                  PIC X.
001910     05  MANIF-RUN-IDENT         PIC X(22).
001920     05  FILLER                  PIC X(12).                       !@02
001930/ INDEX-VALUE EXTRACT WRITTEN BY THE INDEX EXIT.
001940 FD  APKINSRC-NDX,
001950     RECORDING MODE IS F,
001960     BLOCK CONTAINS 0 RECORDS.
001970 01  APKINSRC-NDX-RECORD.
001980     05  NDXREC-DOC-NUMBER       PIC 9(8).
001990     05  FILLER                  PIC X.
002000     05  NDXREC-SEQNUM           PIC 9(8).
002010     05  FILLER                  PIC X.
002020     05  NDXREC-ACCT-NUMBER      PIC X(10).
002030     05  FILLER                  PIC X.
002040     05  NDXREC-STMT-DATE        PIC X(8).
002050     05  FILLER                  PIC X.
002060     05  NDXREC-DOC-TYPE         PIC X(3).
002070     05  FILLER                  PIC X.
002080     05  NDXREC-CUST-NAME        PIC X(30).
002090     05  FILLER                  PIC X(8).
002100/ REQUEST CARDS FOR THE SINGLE-DOCUMENT RETRIEVAL.
002110 FD  APKINSRC-RQST,
002120     RECORDING MODE IS F,
002130     BLOCK CONTAINS 0 RECORDS.
002140 01  APKINSRC-RQST-RECORD.
002150     05  RQST-ACCT-NUMBER        PIC X(10).
002160     05  FILLER                  PIC X.
002170     05  RQST-STMT-DATE          PIC X(8).
002180     05  FILLER                  PIC X(61).
002190/ THE RECONCILIATION LISTING.
002200 FD  APKINSRC-LIST,
002210     RECORDING MODE IS F,
002220     BLOCK CONTAINS 0 RECORDS.
002230 01  APKINSRC-LIST-RECORD       PIC X(80).
002240/ THE SORT WORK RECORD -- THE MANIFEST'S PRINTED DOCUMENTS AND
002250* THE INSERTER'S HANDLINGS, BROUGHT TOGETHER BY DOCUMENT NUMBER.
002260 SD  APKINSRC-WRK.
002270 01  APKINSRC-WRK-RECORD.
002280     05  WRK-SORT-KEY.
002290       10  WRK-DOC-NUMBER    PIC 9(8).
002300       10  WRK-SOURCE        PIC X.
002310           88  WRK-FROM-MANIF      VALUE 'M'.
002320           88  WRK-FROM-LOG        VALUE 'L'.
002330       10  WRK-ARRIVAL       PIC 9(8).
002340     05  WRK-STATUS          PIC X.
002350     05  WRK-ACCT-NUMBER     PIC X(10).
002360     05  WRK-STMT-DATE       PIC X(8).
002370     05  WRK-RUN-IDENT       PIC X(22).
002380   SKIP3
002390 WORKING-STORAGE SECTION.
002400 77  PGMNAME                 PIC X(8) VALUE 'APKINSRC'.
002410 77  INSRC-RC                PIC 9(4) BINARY VALUE ZERO.
002420 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
002430 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
002440 77  MANIF-PRINT-CNTR        PIC 9(8) BINARY VALUE ZERO.
002450 77  LOG-READ-CNTR           PIC 9(8) BINARY VALUE ZERO.
002460 77  LOG-BAD-CNTR            PIC 9(8) BINARY VALUE ZERO.
002470 77  OTHER-RUN-CNTR          PIC 9(8) BINARY VALUE ZERO.
002480 77  INSERTED-CNTR           PIC 9(8) BINARY VALUE ZERO.
002490 77  NEVER-SEEN-CNTR         PIC 9(8) BINARY VALUE ZERO.
002500 77  DAMAGED-CNTR            PIC 9(8) BINARY VALUE ZERO.
002510 77  DIVERTED-CNTR           PIC 9(8) BINARY VALUE ZERO.
002520 77  SEEN-TWICE-CNTR         PIC 9(8) BINARY VALUE ZERO.
002530 77  NOT-PRINTED-CNTR        PIC 9(8) BINARY VALUE ZERO.
002540 77  REMAKE-CNTR             PIC 9(8) BINARY VALUE ZERO.
002550 77  RQST-WRITE-CNTR         PIC 9(8) BINARY VALUE ZERO.
002560 77  NO-CARD-CNTR            PIC 9(8) BINARY VALUE ZERO.
002570* The run the manifest was cut for, and the remake count the
002580* floor lead signed off on the SIGNOFF card.
002590 77  MANIF-RUN-W             PIC X(22) VALUE SPACES.
002600 77  SIGNOFF-COUNT           PIC 9(8) BINARY VALUE ZERO.
002610* The index pairs with the print-channel manifest by position,
002620* confirmed by the HDR sequence number both carry -- the nth
002630* index record is the nth printed document -- exactly as the
002640* reconciliation step pairs them.
002650 77  NDX-SEQ-W               PIC 9(8) BINARY VALUE ZERO.
002660 77  MANIF-SEQ-W             PIC 9(8) BINARY VALUE ZERO.
002670* THE DOCUMENT BEING TALLIED ON THE WAY BACK FROM THE SORT.
002680 77  CUR-DOC-NUMBER          PIC 9(8) BINARY VALUE ZERO.
002690 77  CUR-ACCT-NUMBER         PIC X(10) VALUE SPACES.
002700 77  CUR-STMT-DATE           PIC X(8) VALUE SPACES.
002710 77  CUR-SEEN-CNT            PIC 9(8) BINARY VALUE ZERO.
002720 77  CUR-INSERT-CNT          PIC 9(8) BINARY VALUE ZERO.
002730 77  CUR-LAST-STATUS         PIC X VALUE SPACE.
002740 77  RESULT-TEXT             PIC X(14) VALUE SPACES.
002750 77  ACTION-TEXT             PIC X(24) VALUE SPACES.
002760* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
002770 01  PARM-WORK-FIELDS.
002780     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
002790     05  PARM-VALUE          PIC X(68) VALUE SPACES.
002800     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
002810     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
002820     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
002830     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
002840                             PIC 9(8).
002850     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
002860         88  PARM-NUM-OK         VALUE 'Y'.
002870         88  PARM-NUM-BAD        VALUE 'N'.
002880* REPORT LINE LAYOUTS.
002890 01  LIST-HEADER-LINE.
002900     05  FILLER              PIC X(34)
002910         VALUE 'APKINSRC  INSERTER RECONCILIATION'.
002920     05  FILLER              PIC X(3)  VALUE SPACES.
002930     05  HDR-DATE            PIC X(8).
002940     05  FILLER              PIC X     VALUE SPACE.
002950     05  HDR-TIME            PIC X(6).
002960     05  FILLER              PIC X(28) VALUE SPACES.
002970 01  LIST-COLUMN-LINE.
002980     05  FILLER              PIC X(9)  VALUE 'DOCUMENT'.
002990     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
003000     05  FILLER              PIC X(9)  VALUE 'STMT DTE'.
003010     05  FILLER              PIC X(5)  VALUE 'SEEN'.
003020     05  FILLER              PIC X(5)  VALUE 'LAST'.
003030     05  FILLER              PIC X(15) VALUE 'RESULT'.
003040     05  FILLER              PIC X(26) VALUE 'ACTION'.
003050 01  LIST-DETAIL-LINE.
003060     05  LDL-DOC-NUMBER      PIC ZZZZZZZ9.
003070     05  FILLER              PIC X     VALUE SPACE.
003080     05  LDL-ACCT-NUMBER     PIC X(10).
003090     05  FILLER              PIC X     VALUE SPACE.
003100     05  LDL-STMT-DATE       PIC X(8).
003110     05  FILLER              PIC X     VALUE SPACE.
003120     05  LDL-SEEN-CNT        PIC ZZZ9.
003130     05  FILLER              PIC X(2)  VALUE SPACES.
003140     05  LDL-LAST-STATUS     PIC X.
003150     05  FILLER              PIC X(2)  VALUE SPACES.
003160     05  LDL-RESULT          PIC X(14).
003170     05  FILLER              PIC X     VALUE SPACE.
003180     05  LDL-ACTION          PIC X(24).
003190     05  FILLER              PIC X(3)  VALUE SPACES.
003200 01  LIST-TOTAL-LINE.
003210     05  TOT-LABEL           PIC X(26).
003220     05  TOT-VALUE           PIC ZZZZZZZ9.
003230     05  FILLER              PIC X(46) VALUE SPACES.
003240 01  RECON-SWITCHES.
003250     05  MANIF-EOF-SW        PIC X    VALUE 'N'.
003260         88  MANIF-AT-EOF        VALUE 'Y'.
003270     05  LOG-EOF-SW          PIC X    VALUE 'N'.
003280         88  LOG-AT-EOF          VALUE 'Y'.
003290     05  NDX-EOF-SW          PIC X    VALUE 'N'.
003300         88  NDX-AT-EOF          VALUE 'Y'.
003310         88  NDX-NOT-AT-EOF      VALUE 'N'.
003320     05  NDX-PENDING-SW      PIC X    VALUE 'N'.
003330         88  NDX-PENDING         VALUE 'Y'.
003340         88  NDX-NOT-PENDING     VALUE 'N'.
003350     05  NDX-FILE-SW         PIC X    VALUE 'N'.
003360         88  NDX-FILE-IS-OPEN    VALUE 'Y'.
003370         88  NDX-FILE-NOT-OPEN   VALUE 'N'.
003380     05  SORT-EOF-SW         PIC X    VALUE 'N'.
003390         88  SORT-AT-EOF         VALUE 'Y'.
003400     05  CUR-DOC-SW          PIC X    VALUE 'N'.
003410         88  CUR-DOC-ACTIVE      VALUE 'Y'.
003420         88  CUR-DOC-NONE        VALUE 'N'.
003430     05  CUR-PRINTED-SW      PIC X    VALUE 'N'.
003440         88  CUR-WAS-PRINTED     VALUE 'Y'.
003450         88  CUR-NOT-PRINTED     VALUE 'N'.
003460     05  SIGNOFF-SW          PIC X    VALUE 'N'.
003470         88  SIGNOFF-GIVEN       VALUE 'Y'.
003480     05  RQST-FILE-SW        PIC X    VALUE 'N'.
003490         88  RQST-FILE-IS-OPEN   VALUE 'Y'.
003500         88  RQST-FILE-NOT-OPEN  VALUE 'N'.
003510     05  LIST-FILE-SW        PIC X    VALUE 'N'.
003520         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
003530         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
003540 01  GLOBAL-VARIABLES.
003550     05  APKINSRC-PARM-STATUS    PIC 99   VALUE ZERO.
003560         88  APKINSRC-PARM-OK    VALUE 00.
003570     05  APKINSRC-LOG-STATUS     PIC 99   VALUE ZERO.
003580         88  APKINSRC-LOG-OK     VALUE 00.
003590     05  APKINSRC-MANIF-STATUS   PIC 99   VALUE ZERO.
003600         88  APKINSRC-MANIF-OK   VALUE 00.
003610     05  APKINSRC-NDX-STATUS     PIC 99   VALUE ZERO.
003620         88  APKINSRC-NDX-OK     VALUE 00.
003630     05  APKINSRC-RQST-STATUS    PIC 99   VALUE ZERO.
003640         88  APKINSRC-RQST-OK    VALUE 00.
003650     05  APKINSRC-LIST-STATUS    PIC 99   VALUE ZERO.
003660         88  APKINSRC-LIST-OK    VALUE 00.
003670     SKIP1
003680 TITLE 'Initialization and Main Line'.
003690 PROCEDURE DIVISION.
003700     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
003710     ACCEPT RUN-TIME-W FROM TIME.
003720     PERFORM 0100-LOAD-PARM-CARDS.
003730     PERFORM 0110-OPEN-OUTPUTS.
003740     IF INSRC-RC < 12
003750      THEN
003760       SORT APKINSRC-WRK
003770           ON ASCENDING KEY WRK-DOC-NUMBER, WRK-SOURCE,
003780                            WRK-ARRIVAL
003790           INPUT PROCEDURE IS 0120-FEED-SORT
003800           OUTPUT PROCEDURE IS 0200-JUDGE-SORTED;
003810     END-IF.
003820     PERFORM 0290-CLOSE-OUTPUTS.
003830     DISPLAY PGMNAME, ' INSERTER RECONCILIATION COMPLETE, RC ',
003840             INSRC-RC.
003850     MOVE INSRC-RC TO RETURN-CODE.
003860     GOBACK.
003870 SKIP3
003880 0100-LOAD-PARM-CARDS.
003890* Pick up the SIGNOFF card.  The card format and the comment
003900* conventions are the ones the input exit's control-card
003910* dataset already uses, so one APKPARM member can serve the
003920* whole job stream.
003930     OPEN INPUT APKINSRC-PARM.
003940     IF APKINSRC-PARM-OK
003950      THEN
003960       PERFORM 0105-APPLY-PARM-CARD
003970           UNTIL NOT APKINSRC-PARM-OK;
003980       CLOSE APKINSRC-PARM;
003990     END-IF.
004000 SKIP2
004010 0105-APPLY-PARM-CARD.
004020     READ APKINSRC-PARM;
004030     IF APKINSRC-PARM-OK
004040         AND PARM-CARD-TEXT NOT = SPACES
004050         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
004060      THEN
004070       MOVE SPACES TO PARM-KEYWORD;
004080       MOVE SPACES TO PARM-VALUE;
004090       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
004100           INTO PARM-KEYWORD, PARM-VALUE;
004110       EVALUATE PARM-KEYWORD
004120         WHEN 'SIGNOFF'
004130           PERFORM 0106-CONVERT-PARM-NUMBER;
004140           IF PARM-NUM-OK
004150            THEN
004160             MOVE PARM-NUM-VALUE TO SIGNOFF-COUNT;
004170             SET SIGNOFF-GIVEN TO TRUE;
004180           END-IF
004190         WHEN OTHER
004200* The same card member drives the input exit, so keywords
004210* this step has no use for pass by without comment.
004220           CONTINUE
004230       END-EVALUATE;
004240     END-IF.
004250 SKIP2
004260 0106-CONVERT-PARM-NUMBER.
004270* Convert the left-justified digits of a control-card value
004280* into a binary-usable number, exactly as the input exit
004290* does.
004300     SET PARM-NUM-BAD TO TRUE;
004310     MOVE SPACES TO PARM-NUM-WORK;
004320     MOVE ZERO TO PARM-NUM-LEN;
004330     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
004340         INTO PARM-NUM-WORK
004350         COUNT IN PARM-NUM-LEN;
004360     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
004370      THEN
004380       MOVE ZEROES TO PARM-NUM-DIGITS;
004390       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
004400           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
004410       IF PARM-NUM-DIGITS IS NUMERIC
004420        THEN
004430         SET PARM-NUM-OK TO TRUE;
004440       END-IF;
004450     END-IF;
004460     IF PARM-NUM-BAD
004470      THEN
004480       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
004490               'CARD VALUE IGNORED: ', PARM-KEYWORD;
004500     END-IF.
004510 SKIP2
004520 0110-OPEN-OUTPUTS.
004530* The request dataset is written fresh each run -- it holds
004540* exactly this run's remakes, ready for the retrieval step.
004550     OPEN OUTPUT APKINSRC-LIST.
004560     IF APKINSRC-LIST-OK
004570      THEN
004580       SET LIST-FILE-IS-OPEN TO TRUE;
004590       MOVE RUN-DATE-W TO HDR-DATE;
004600       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
004610       MOVE LIST-HEADER-LINE TO APKINSRC-LIST-RECORD;
004620       WRITE APKINSRC-LIST-RECORD;
004630       MOVE SPACES TO APKINSRC-LIST-RECORD;
004640       WRITE APKINSRC-LIST-RECORD;
004650       MOVE LIST-COLUMN-LINE TO APKINSRC-LIST-RECORD;
004660       WRITE APKINSRC-LIST-RECORD;
004670      ELSE
004680       DISPLAY PGMNAME, ' LISTING NOT AVAILABLE, STATUS ',
004690               APKINSRC-LIST-STATUS;
004700       MOVE 12 TO INSRC-RC;
004710     END-IF.
004720     IF INSRC-RC < 12
004730      THEN
004740       OPEN OUTPUT APKINSRC-RQST;
004750       IF APKINSRC-RQST-OK
004760        THEN
004770         SET RQST-FILE-IS-OPEN TO TRUE;
004780        ELSE
004790         DISPLAY PGMNAME, ' REQUEST DATASET NOT AVAILABLE, ',
004800                 'STATUS ', APKINSRC-RQST-STATUS;
004810         MOVE 12 TO INSRC-RC;
004820       END-IF;
004830     END-IF.
004840 SKIP2
004850 0120-FEED-SORT.
004860* Release every print-channel document of the manifest, paired
004870* with its account and statement date from the index, and every
004880* handling the inserter logged.  The manifest's record sorts
004890* ahead of the handlings of the same document, and the
004900* handlings keep the order the inserter logged them in, so the
004910* last one read back is the last thing done to the piece.
004920     OPEN INPUT APKINSRC-MANIF.
004930     IF NOT APKINSRC-MANIF-OK
004940      THEN
004950       DISPLAY PGMNAME, ' MANIFEST NOT AVAILABLE, STATUS ',
004960               APKINSRC-MANIF-STATUS;
004970       MOVE 12 TO INSRC-RC;
004980     END-IF.
004990     OPEN INPUT APKINSRC-LOG.
005000     IF NOT APKINSRC-LOG-OK
005010      THEN
005020       DISPLAY PGMNAME, ' COMPLETION LOG NOT AVAILABLE, ',
005030               'STATUS ', APKINSRC-LOG-STATUS;
005040       MOVE 12 TO INSRC-RC;
005050     END-IF.
005060     IF INSRC-RC < 12
005070      THEN
005080       OPEN INPUT APKINSRC-NDX;
005090       IF APKINSRC-NDX-OK
005100        THEN
005110         SET NDX-NOT-AT-EOF TO TRUE;
005120         SET NDX-FILE-IS-OPEN TO TRUE;
005130        ELSE
005140         DISPLAY PGMNAME, ' WARNING - INDEX EXTRACT NOT ',
005150                 'AVAILABLE, STATUS ', APKINSRC-NDX-STATUS,
005160                 ' - REMAKES CANNOT BE CARDED';
005170         SET NDX-AT-EOF TO TRUE;
005180       END-IF;
005190       PERFORM 0125-RELEASE-MANIF-DOC
005200           UNTIL MANIF-AT-EOF;
005210       PERFORM 0130-RELEASE-HANDLING
005220           UNTIL LOG-AT-EOF;
005230       IF NDX-FILE-IS-OPEN
005240        THEN
005250         CLOSE APKINSRC-NDX;
005260         SET NDX-FILE-NOT-OPEN TO TRUE;
005270       END-IF;
005280     END-IF.
005290     IF APKINSRC-MANIF-STATUS NOT = 35
005300      THEN
005310       CLOSE APKINSRC-MANIF;
005320     END-IF.
005330     IF APKINSRC-LOG-STATUS NOT = 35
005340      THEN
005350       CLOSE APKINSRC-LOG;
005360     END-IF.
005370 SKIP2
005380 0125-RELEASE-MANIF-DOC.
005390     READ APKINSRC-MANIF;
005400     IF APKINSRC-MANIF-OK
005410      THEN
005420       IF MANIF-CHANNEL = 'PRINT'
005430        THEN
005440         ADD 1 TO MANIF-PRINT-CNTR;
005450         MOVE MANIF-RUN-IDENT TO MANIF-RUN-W;
005460         MOVE SPACES TO APKINSRC-WRK-RECORD;
005470         MOVE ZERO TO WRK-DOC-NUMBER;
005480         IF MANIF-DOC-NUMBER IS NUMERIC
005490          THEN
005500           MOVE MANIF-DOC-NUMBER TO WRK-DOC-NUMBER;
005510         END-IF;
005520         SET WRK-FROM-MANIF TO TRUE;
005530         MOVE MANIF-PRINT-CNTR TO WRK-ARRIVAL;
005540         MOVE MANIF-RUN-IDENT TO WRK-RUN-IDENT;
005550         PERFORM 0127-PAIR-WITH-INDEX;
005560         RELEASE APKINSRC-WRK-RECORD;
005570       END-IF;
005580      ELSE
005590       SET MANIF-AT-EOF TO TRUE;
005600     END-IF.
005610 SKIP2
005620 0127-PAIR-WITH-INDEX.
005630* The next index record belongs to this document when it starts
005640* at the same HDR sequence number.  When it does not, the
005650* document goes without an account and the index record waits
005660* for the next printed document -- the reconciliation step's
005670* resynchronization, manifest side advancing.
005680     MOVE ZERO TO MANIF-SEQ-W.
005690     IF MANIF-START-SEQNUM IS NUMERIC
005700      THEN
005710       MOVE MANIF-START-SEQNUM TO MANIF-SEQ-W;
005720     END-IF.
005730     IF NDX-NOT-PENDING AND NDX-NOT-AT-EOF
005740      THEN
005750       READ APKINSRC-NDX;
005760       IF APKINSRC-NDX-OK
005770        THEN
005780         SET NDX-PENDING TO TRUE;
005790         MOVE ZERO TO NDX-SEQ-W;
005800         IF NDXREC-SEQNUM IS NUMERIC
005810          THEN
005820           MOVE NDXREC-SEQNUM TO NDX-SEQ-W;
005830         END-IF;
005840        ELSE
005850         SET NDX-AT-EOF TO TRUE;
005860       END-IF;
005870     END-IF.
005880     IF NDX-PENDING AND NDX-SEQ-W = MANIF-SEQ-W
005890      THEN
005900       MOVE NDXREC-ACCT-NUMBER TO WRK-ACCT-NUMBER;
005910       MOVE NDXREC-STMT-DATE TO WRK-STMT-DATE;
005920       SET NDX-NOT-PENDING TO TRUE;
005930     END-IF.
005940 SKIP2
005950 0130-RELEASE-HANDLING.
005960* A handling whose document number cannot be read is counted
005970* and listed by the totals; a handling logged under another
005980* run's identifier is not this run's piece.
005990     READ APKINSRC-LOG;
006000     IF APKINSRC-LOG-OK
006010      THEN
006020       ADD 1 TO LOG-READ-CNTR;
006030       IF LOG-DOC-NUMBER IS NOT NUMERIC
006040           OR NOT (LOG-INSERTED OR LOG-DIVERTED OR LOG-DAMAGED)
006050        THEN
006060         ADD 1 TO LOG-BAD-CNTR;
006070         DISPLAY PGMNAME, ' WARNING - UNREADABLE COMPLETION ',
006080                 'RECORD ', LOG-READ-CNTR, ' IGNORED';
006090        ELSE
006100         IF LOG-RUN-IDENT NOT = SPACES
006110             AND MANIF-RUN-W NOT = SPACES
006120             AND LOG-RUN-IDENT NOT = MANIF-RUN-W
006130          THEN
006140           ADD 1 TO OTHER-RUN-CNTR;
006150          ELSE
006160           MOVE SPACES TO APKINSRC-WRK-RECORD;
006170           MOVE LOG-DOC-NUMBER-N TO WRK-DOC-NUMBER;
006180           SET WRK-FROM-LOG TO TRUE;
006190           MOVE LOG-READ-CNTR TO WRK-ARRIVAL;
006200           MOVE LOG-STATUS TO WRK-STATUS;
006210           RELEASE APKINSRC-WRK-RECORD;
006220         END-IF;
006230       END-IF;
006240      ELSE
006250       SET LOG-AT-EOF TO TRUE;
006260     END-IF.
006270 SKIP2
006280 0200-JUDGE-SORTED.
006290* Take the records back in document-number order and judge
006300* each document once all of its records are in hand.
006310     SET CUR-DOC-NONE TO TRUE.
006320     PERFORM 0210-RETURN-RECORD
006330         UNTIL SORT-AT-EOF.
006340     IF CUR-DOC-ACTIVE
006350      THEN
006360       PERFORM 0230-JUDGE-DOCUMENT;
006370     END-IF.
006380 SKIP2
006390 0210-RETURN-RECORD.
006400     RETURN APKINSRC-WRK
006410      AT END
006420       SET SORT-AT-EOF TO TRUE;
006430      NOT AT END
006440       IF CUR-DOC-ACTIVE
006450           AND WRK-DOC-NUMBER NOT = CUR-DOC-NUMBER
006460        THEN
006470         PERFORM 0230-JUDGE-DOCUMENT;
006480       END-IF;
006490       IF CUR-DOC-NONE
006500        THEN
006510         SET CUR-DOC-ACTIVE TO TRUE;
006520         SET CUR-NOT-PRINTED TO TRUE;
006530         MOVE WRK-DOC-NUMBER TO CUR-DOC-NUMBER;
006540         MOVE SPACES TO CUR-ACCT-NUMBER;
006550         MOVE SPACES TO CUR-STMT-DATE;
006560         MOVE ZERO TO CUR-SEEN-CNT;
006570         MOVE ZERO TO CUR-INSERT-CNT;
006580         MOVE SPACE TO CUR-LAST-STATUS;
006590       END-IF;
006600       IF WRK-FROM-MANIF
006610        THEN
006620         SET CUR-WAS-PRINTED TO TRUE;
006630         MOVE WRK-ACCT-NUMBER TO CUR-ACCT-NUMBER;
006640         MOVE WRK-STMT-DATE TO CUR-STMT-DATE;
006650        ELSE
006660         ADD 1 TO CUR-SEEN-CNT;
006670         MOVE WRK-STATUS TO CUR-LAST-STATUS;
006680         IF WRK-STATUS = 'I'
006690          THEN
006700           ADD 1 TO CUR-INSERT-CNT;
006710         END-IF;
006720       END-IF;
006730     END-RETURN.
006740 SKIP2
006750 0230-JUDGE-DOCUMENT.
006760* What became of one document.  A piece inserted at any
006770* handling reached its envelope; a piece never inserted is
006780* judged by its last handling -- damaged means it must be
006790* remade, diverted means it is intact and finished by hand.
006800     MOVE SPACES TO RESULT-TEXT.
006810     MOVE SPACES TO ACTION-TEXT.
006820     IF CUR-NOT-PRINTED
006830      THEN
006840       ADD 1 TO NOT-PRINTED-CNTR;
006850       MOVE 'NOT PRINTED' TO RESULT-TEXT;
006860       MOVE 'CHECK RUN AND NUMBER' TO ACTION-TEXT;
006870      ELSE
006880       IF CUR-SEEN-CNT = ZERO
006890        THEN
006900         ADD 1 TO NEVER-SEEN-CNTR;
006910         MOVE 'NEVER SEEN' TO RESULT-TEXT;
006920         PERFORM 0240-REQUEST-REMAKE;
006930        ELSE
006940         IF CUR-INSERT-CNT > ZERO
006950          THEN
006960           ADD 1 TO INSERTED-CNTR;
006970          ELSE
006980           IF CUR-LAST-STATUS = 'D'
006990            THEN
007000             ADD 1 TO DAMAGED-CNTR;
007010             MOVE 'DAMAGED' TO RESULT-TEXT;
007020             PERFORM 0240-REQUEST-REMAKE;
007030            ELSE
007040             ADD 1 TO DIVERTED-CNTR;
007050             MOVE 'DIVERTED' TO RESULT-TEXT;
007060             MOVE 'FINISH BY HAND' TO ACTION-TEXT;
007070           END-IF;
007080         END-IF;
007090         IF CUR-SEEN-CNT > 1
007100          THEN
007110           ADD 1 TO SEEN-TWICE-CNTR;
007120           IF RESULT-TEXT = SPACES
007130            THEN
007140             MOVE 'SEEN TWICE' TO RESULT-TEXT;
007150             IF CUR-SEEN-CNT > 2
007160              THEN
007170               MOVE 'SEEN N TIMES' TO RESULT-TEXT;
007180             END-IF;
007190             IF CUR-INSERT-CNT > 1
007200              THEN
007210               MOVE 'CHECK FOR DUPLICATE' TO ACTION-TEXT;
007220             END-IF;
007230           END-IF;
007240         END-IF;
007250       END-IF;
007260     END-IF.
007270     IF RESULT-TEXT NOT = SPACES
007280      THEN
007290       PERFORM 0250-LIST-DOCUMENT;
007300     END-IF.
007310     SET CUR-DOC-NONE TO TRUE.
007320 SKIP2
007330 0240-REQUEST-REMAKE.
007340* One request card per remake, in the retrieval step's card
007350* layout.  A document the index could not pair has no account
007360* to card and must be pulled by hand.
007370     ADD 1 TO REMAKE-CNTR.
007380     IF CUR-ACCT-NUMBER = SPACES
007390      THEN
007400       ADD 1 TO NO-CARD-CNTR;
007410       MOVE 'REMAKE - NO INDEX ENTRY' TO ACTION-TEXT;
007420      ELSE
007430       MOVE SPACES TO APKINSRC-RQST-RECORD;
007440       MOVE CUR-ACCT-NUMBER TO RQST-ACCT-NUMBER;
007450       MOVE CUR-STMT-DATE TO RQST-STMT-DATE;
007460       WRITE APKINSRC-RQST-RECORD;
007470       ADD 1 TO RQST-WRITE-CNTR;
007480       MOVE 'REMAKE - CARD WRITTEN' TO ACTION-TEXT;
007490     END-IF.
007500 SKIP2
007510 0250-LIST-DOCUMENT.
007520     MOVE SPACES TO LIST-DETAIL-LINE.
007530     MOVE CUR-DOC-NUMBER TO LDL-DOC-NUMBER.
007540     MOVE CUR-ACCT-NUMBER TO LDL-ACCT-NUMBER.
007550     MOVE CUR-STMT-DATE TO LDL-STMT-DATE.
007560     MOVE CUR-SEEN-CNT TO LDL-SEEN-CNT.
007570     MOVE CUR-LAST-STATUS TO LDL-LAST-STATUS.
007580     MOVE RESULT-TEXT TO LDL-RESULT.
007590     MOVE ACTION-TEXT TO LDL-ACTION.
007600     MOVE LIST-DETAIL-LINE TO APKINSRC-LIST-RECORD.
007610     WRITE APKINSRC-LIST-RECORD.
007620 SKIP2
007630 0290-CLOSE-OUTPUTS.
007640* Settle the return code, then the totals.  Remakes hold the
007650* mail drop unless the SIGNOFF card accepts exactly this many.
007660     IF INSRC-RC < 12
007670      THEN
007680       IF DIVERTED-CNTR > ZERO OR SEEN-TWICE-CNTR > ZERO
007690           OR NOT-PRINTED-CNTR > ZERO OR OTHER-RUN-CNTR > ZERO
007700           OR LOG-BAD-CNTR > ZERO
007710        THEN
007720         MOVE 4 TO INSRC-RC;
007730       END-IF;
007740       IF REMAKE-CNTR > ZERO
007750        THEN
007760         IF SIGNOFF-GIVEN AND SIGNOFF-COUNT = REMAKE-CNTR
007770          THEN
007780           DISPLAY PGMNAME, ' REMAKES SIGNED OFF: ',
007790                   REMAKE-CNTR;
007800          ELSE
007810           MOVE 8 TO INSRC-RC;
007820           IF SIGNOFF-GIVEN
007830            THEN
007840             DISPLAY PGMNAME, ' SIGNOFF FOR ', SIGNOFF-COUNT,
007850                     ' DOES NOT MATCH REMAKE COUNT ',
007860                     REMAKE-CNTR;
007870           END-IF;
007880         END-IF;
007890       END-IF;
007900     END-IF.
007910     IF LIST-FILE-IS-OPEN
007920      THEN
007930       MOVE SPACES TO APKINSRC-LIST-RECORD;
007940       WRITE APKINSRC-LIST-RECORD;
007950       IF MANIF-RUN-W NOT = SPACES
007960        THEN
007970         STRING 'RUN IDENTIFIER ......... ' MANIF-RUN-W
007980             DELIMITED BY SIZE INTO APKINSRC-LIST-RECORD;
007990         WRITE APKINSRC-LIST-RECORD;
008000       END-IF;
008010       MOVE 'PRINTED PER MANIFEST ....' TO TOT-LABEL;
008020       MOVE MANIF-PRINT-CNTR TO TOT-VALUE;
008030       PERFORM 0295-WRITE-TOTAL-LINE;
008040       MOVE 'COMPLETION RECORDS READ .' TO TOT-LABEL;
008050       MOVE LOG-READ-CNTR TO TOT-VALUE;
008060       PERFORM 0295-WRITE-TOTAL-LINE;
008070       MOVE 'INSERTED ................' TO TOT-LABEL;
008080       MOVE INSERTED-CNTR TO TOT-VALUE;
008090       PERFORM 0295-WRITE-TOTAL-LINE;
008100       MOVE 'NEVER SEEN ..............' TO TOT-LABEL;
008110       MOVE NEVER-SEEN-CNTR TO TOT-VALUE;
008120       PERFORM 0295-WRITE-TOTAL-LINE;
008130       MOVE 'DAMAGED .................' TO TOT-LABEL;
008140       MOVE DAMAGED-CNTR TO TOT-VALUE;
008150       PERFORM 0295-WRITE-TOTAL-LINE;
008160       MOVE 'DIVERTED ................' TO TOT-LABEL;
008170       MOVE DIVERTED-CNTR TO TOT-VALUE;
008180       PERFORM 0295-WRITE-TOTAL-LINE;
008190       MOVE 'SEEN MORE THAN ONCE .....' TO TOT-LABEL;
008200       MOVE SEEN-TWICE-CNTR TO TOT-VALUE;
008210       PERFORM 0295-WRITE-TOTAL-LINE;
008220       MOVE 'NOT PRINTED IN THIS RUN .' TO TOT-LABEL;
008230       MOVE NOT-PRINTED-CNTR TO TOT-VALUE;
008240       PERFORM 0295-WRITE-TOTAL-LINE;
008250       MOVE 'LOGGED FOR ANOTHER RUN ..' TO TOT-LABEL;
008260       MOVE OTHER-RUN-CNTR TO TOT-VALUE;
008270       PERFORM 0295-WRITE-TOTAL-LINE;
008280       MOVE 'UNREADABLE COMPLETIONS ..' TO TOT-LABEL;
008290       MOVE LOG-BAD-CNTR TO TOT-VALUE;
008300       PERFORM 0295-WRITE-TOTAL-LINE;
008310       MOVE 'PIECES TO REMAKE ........' TO TOT-LABEL;
008320       MOVE REMAKE-CNTR TO TOT-VALUE;
008330       PERFORM 0295-WRITE-TOTAL-LINE;
008340       MOVE 'REQUEST CARDS WRITTEN ...' TO TOT-LABEL;
008350       MOVE RQST-WRITE-CNTR TO TOT-VALUE;
008360       PERFORM 0295-WRITE-TOTAL-LINE;
008370       MOVE 'REMAKES WITHOUT A CARD ..' TO TOT-LABEL;
008380       MOVE NO-CARD-CNTR TO TOT-VALUE;
008390       PERFORM 0295-WRITE-TOTAL-LINE;
008400       MOVE SPACES TO APKINSRC-LIST-RECORD;
008410       WRITE APKINSRC-LIST-RECORD;
008420       EVALUATE TRUE
008430         WHEN INSRC-RC = 8
008440           MOVE '*** PIECES TO REMAKE - MAIL DROP HELD'
008450               TO APKINSRC-LIST-RECORD
008460         WHEN INSRC-RC = 12
008470           MOVE '*** NOT RECONCILED - MAIL DROP HELD'
008480               TO APKINSRC-LIST-RECORD
008490         WHEN REMAKE-CNTR > ZERO
008500           MOVE 'REMAKES SIGNED OFF - MAIL DROP RELEASED'
008510               TO APKINSRC-LIST-RECORD
008520         WHEN OTHER
008530           MOVE 'ALL PRINTED PIECES INSERTED - MAIL DROP RELEASED'
008540               TO APKINSRC-LIST-RECORD
008550       END-EVALUATE;
008560       WRITE APKINSRC-LIST-RECORD;
008570       CLOSE APKINSRC-LIST;
008580       SET LIST-FILE-NOT-OPEN TO TRUE;
008590     END-IF.
008600     IF RQST-FILE-IS-OPEN
008610      THEN
008620       CLOSE APKINSRC-RQST;
008630       SET RQST-FILE-NOT-OPEN TO TRUE;
008640     END-IF.
008650     DISPLAY PGMNAME, ' PRINTED ', MANIF-PRINT-CNTR,
008660             ' REMAKES ', REMAKE-CNTR,
008670             ' CARDS ', RQST-WRITE-CNTR.
008680 SKIP2
008690 0295-WRITE-TOTAL-LINE.
008700     MOVE LIST-TOTAL-LINE TO APKINSRC-LIST-RECORD.
008710     WRITE APKINSRC-LIST-RECORD.
