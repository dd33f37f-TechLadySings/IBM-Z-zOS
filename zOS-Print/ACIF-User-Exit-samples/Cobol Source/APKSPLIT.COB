000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:50:00 BY  DLMAINT VERSION 03  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - PRINTER SPLIT.            !@01*
000135*   15 OCT 2026  DLM  RECORD THE STEP START IN THE RUN LEDGER.    !@02*
000137*   15 OCT 2026  DLM  RUNID OF A SPLIT NIGHT MAX 20 CHARACTERS.   !@03*
000140 ID DIVISION.
000150 PROGRAM-ID. APKSPLIT.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Split the nightly run across printers.  Run as the
000190               step after the postal presort, it divides the
000200               presorted extract (APKSPIN) into STREAMS=n output
000210               streams, two to nine, one for each printer, so the
000220               night's volume prints in the window side by side.
000230               Each stream is a contiguous slice of the presorted
000240               extract, so each keeps the mail-sort order -- and
000250               the presort discount -- the presort gave it.  A
000260               logical document, HDR through TRL, is never broken,
000270               and a shared envelope is never cut: a stream only
000280               ends ahead of a HDR whose envelope marker (data
000290               byte 27) is not M or E.  The slices are balanced by
000300               page count: a new stream begins when the next
000310               document would take the current one further past
000320               its share of the night's pages than stopping short
000330               leaves it.  A night without page breaks is balanced
000340               by document count instead.
000350
000360               Stream n is written to DD APKSTR0n as a complete
000370               member: the records ahead of the first HDR (the
000380               preamble) at the front of every stream, then the
000390               stream's documents, the introducer sequence numbers
000400               regenerated from 0, and a control TRL carrying the
000410               stream's record count, itself included, the way the
000420               presort closes a member.  The extract's own control
000430               TRLs are proven against the records read and left
000440               out; a record outside any document travels with the
000450               document ahead of it.  A stream left without a
000460               document still gets its preamble and control TRL.
000470
000480               Each stream then runs through ACIF and the input
000490               exit under the night's run identifier qualified by
000500               its stream: the RUNID card in the shared APKPARM
000510               member gives the night's identifier, which is
000520               required, and the stream run carries STREAM=n; the
000530               stream identifier is the night's -- at most twenty !@03
000540               characters -- a period and the stream number.  The !@03
000550               split-control file (APKSPCTL) records the split for
000560               the consolidated reconciliation: a header record
000570               with the extract's totals, one record for each
000580               document naming its stream and its HDR sequence
000590               number before and after the split, and one record
000600               for each stream with its identifier and totals.
000610               The work file APKSPWRK holds one record for each
000620               document between the passes; the report APKSPRPT
000630               shows each stream.  The step is recorded in the run
000640               ledger against the night, its start once the RUNID !@02
000645               card is read and its end as the step finishes.     !@02
000650
000660               The step return code:
000670                  0 - the night is split.
000680                  4 - the night is split, but the extract carried
000690                      no control TRL to prove it complete, or a
000700                      stream was left without a document.
000710                 12 - the STREAMS or RUNID card is missing, the   !@03
000715                      RUNID is longer than twenty characters, a   !@03
000720                      dataset is not available, the extract's
000730                      control TRL does not agree with the records
000740                      read, or a stream did not come out as
000750                      planned; the split-control file carries no
000760                      stream records and the night must not print
000770                      from the streams.
000780
000790 DATE-WRITTEN. 15 OCT 26.
000800 DATE-COMPILED.
000810 SECURITY. IBM SAMPLE CODE ONLY.
000820*/**************************************************************/
000830*/* Licensed under the Apache License, Version 2.0 (the        */
000840*/* "License"); you may not use this file except in compliance */
000850*/* with the License. You may obtain a copy of the License at  */
000860*/*                                                            */
000870*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000880*/*                                                            */
000890*/* Unless required by applicable law or agreed to in writing, */
000900*/* software distributed under the License is distributed on an*/
000910*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000920*/* KIND, either express or implied.  See the License for the  */
000930*/* specific language governing permissions and limitations    */
000940*/* under the License.                                         */
000950*/*------------------------------------------------------------*/
000960*/*                                                            */
000970*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000980*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000990*/*                                                            */
001000*/*   Permission to use, copy, modify, and distribute          */
001010*/*   this software for any purpose with or without fee        */
001020*/*   is hereby granted, provided that the above               */
001030*/*   copyright notices appear in all copies.                  */
001040*/*                                                            */
001050*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001060*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001070*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001080*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001090*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001100*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001110*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001120*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001130*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001140*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001150*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001160*/**************************************************************/
001170 TITLE 'Split the Nightly Run Across Printers'.
001180 ENVIRONMENT DIVISION.
001190 CONFIGURATION SECTION.
001200 SOURCE-COMPUTER. IBM-370.
001210 OBJECT-COMPUTER. IBM-370.
001220 INPUT-OUTPUT SECTION.
001230 FILE-CONTROL.
001240     SELECT APKSPLIT-PARM       ASSIGN TO SYS001-S-APKPARM
001250                                 ORGANIZATION IS SEQUENTIAL
001260                                 FILE STATUS
001270                                 APKSPLIT-PARM-STATUS.
001280     SELECT APKSPLIT-IN         ASSIGN TO SYS001-S-APKSPIN
001290                                 ORGANIZATION IS SEQUENTIAL
001300                                 FILE STATUS
001310                                 APKSPLIT-IN-STATUS.
001320     SELECT APKSPLIT-WRK        ASSIGN TO SYS001-S-APKSPWRK
001330                                 ORGANIZATION IS SEQUENTIAL
001340                                 FILE STATUS
001350                                 APKSPLIT-WRK-STATUS.
001360     SELECT APKSPLIT-CTL        ASSIGN TO SYS001-S-APKSPCTL
001370                                 ORGANIZATION IS SEQUENTIAL
001380                                 FILE STATUS
001390                                 APKSPLIT-CTL-STATUS.
001400     SELECT APKSPLIT-OUT        ASSIGN TO STREAM-DDNAME
001410                                 FILE STATUS
001420                                 APKSPLIT-OUT-STATUS.
001430     SELECT APKSPLIT-LIST       ASSIGN TO SYS001-S-APKSPRPT
001440                                 ORGANIZATION IS SEQUENTIAL
001450                                 FILE STATUS
001460                                 APKSPLIT-LIST-STATUS.
001470     EJECT
001480 DATA DIVISION.
001490 FILE SECTION.
001500/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001510 FD  APKSPLIT-PARM,
001520     RECORDING MODE IS F,
001530     BLOCK CONTAINS 0 RECORDS.
001540 01  APKSPLIT-PARM-RECORD.
001550     05  PARM-CARD-TEXT          PIC X(72).
001560     05  FILLER                  PIC X(8).
001570/ THE PRESORTED EXTRACT.
001580 FD  APKSPLIT-IN,
001590     BLOCK CONTAINS 0 RECORDS,
001600     RECORDING MODE IS V
001610     RECORD VARYING FROM 08 TO 32752
001620         DEPENDING ON SPIN-LENGTH.
001630 01  APKSPLIT-IN-RECORD.
001640     05  SPIN-INTRODUCER.
001650       10  SPIN-CC           PIC X.
001660       10  SPIN-LEN-CHR      PIC XX.
001670       10  SPIN-RECLEN REDEFINES
001680                                SPIN-LEN-CHR
001690                           PIC 9(4) COMP.
001700       10  SPIN-TYPE         PIC XXX.
001710           88  SPIN-TYPE-IS-HDR    VALUE 'HDR'.
001720           88  SPIN-TYPE-IS-TRL    VALUE 'TRL'.
001730       10  SPIN-FLAG         PIC X.
001740       10  SPIN-SEQ-CHR      PIC XX.
001750       10  SPIN-SEQNUM REDEFINES
001760                                SPIN-SEQ-CHR
001770                           PIC 9(4) COMP.
001780     05  SPIN-DATA.
001790         10  SPIN-ARRAY
001800                           OCCURS 32743,
001810                           DEPENDING ON
001820                           SPIN-RECLEN,
001830                           PIC X.
001840/ ONE RECORD FOR EACH DOCUMENT, BETWEEN THE PASSES.
001850 FD  APKSPLIT-WRK,
001860     RECORDING MODE IS F,
001870     BLOCK CONTAINS 0 RECORDS.
001880 01  APKSPLIT-WRK-RECORD.
001890     05  WRK-DOC-ORD             PIC 9(8).
001900     05  FILLER                  PIC X.
001910     05  WRK-SEQNUM              PIC 9(4).
001920     05  FILLER                  PIC X.
001930     05  WRK-PAGES               PIC 9(8).
001940     05  FILLER                  PIC X.
001950     05  WRK-RECORDS             PIC 9(8).
001960     05  FILLER                  PIC X.
001970     05  WRK-ACCT-NUMBER         PIC X(10).
001980     05  FILLER                  PIC X.
001990     05  WRK-ZIP                 PIC X(5).
002000     05  FILLER                  PIC X.
002010     05  WRK-ENV-MARK            PIC X.
002020     05  FILLER                  PIC X(30).
002030/ SPLIT-CONTROL FILE -- WHICH DOCUMENTS WENT TO WHICH STREAM.
002040 FD  APKSPLIT-CTL,
002050     RECORDING MODE IS F,
002060     BLOCK CONTAINS 0 RECORDS.
002070 01  APKSPLIT-CTL-RECORD.
002080     05  SPC-TYPE                PIC X.
002090         88  SPC-IS-HEADER       VALUE 'H'.
002100         88  SPC-IS-DOCUMENT     VALUE 'D'.
002110         88  SPC-IS-STREAM       VALUE 'S'.
002120     05  FILLER                  PIC X.
002130     05  SPC-HEADER.
002140         10  SPC-H-RUN-IDENT     PIC X(22).
002150         10  FILLER              PIC X.
002160         10  SPC-H-STREAMS       PIC 9.
002170         10  FILLER              PIC X.
002180         10  SPC-H-RECORDS       PIC 9(8).
002190         10  FILLER              PIC X.
002200         10  SPC-H-DOCS          PIC 9(8).
002210         10  FILLER              PIC X.
002220         10  SPC-H-PAGES         PIC 9(8).
002230         10  FILLER              PIC X.
002240         10  SPC-H-CTL-TRLS      PIC 9(4).
002250         10  FILLER              PIC X.
002260         10  SPC-H-PREAMBLE      PIC 9(8).
002270         10  FILLER              PIC X.
002280         10  SPC-H-DATE          PIC X(8).
002290         10  FILLER              PIC X(4).
002300     05  SPC-DOCUMENT REDEFINES SPC-HEADER.
002310         10  SPC-D-STREAM        PIC 9.
002320         10  FILLER              PIC X.
002330         10  SPC-D-DOC-ORD       PIC 9(8).
002340         10  FILLER              PIC X.
002350         10  SPC-D-ORIG-SEQNUM   PIC 9(4).
002360         10  FILLER              PIC X.
002370         10  SPC-D-STRM-SEQNUM   PIC 9(4).
002380         10  FILLER              PIC X.
002390         10  SPC-D-PAGES         PIC 9(8).
002400         10  FILLER              PIC X.
002410         10  SPC-D-RECORDS       PIC 9(8).
002420         10  FILLER              PIC X.
002430         10  SPC-D-ACCT-NUMBER   PIC X(10).
002440         10  FILLER              PIC X.
002450         10  SPC-D-ZIP           PIC X(5).
002460         10  FILLER              PIC X.
002470         10  SPC-D-ENV-MARK      PIC X.
002480         10  FILLER              PIC X(21).
002490     05  SPC-STREAM REDEFINES SPC-HEADER.
002500         10  SPC-S-STREAM        PIC 9.
002510         10  FILLER              PIC X.
002520         10  SPC-S-RUN-IDENT     PIC X(22).
002530         10  FILLER              PIC X.
002540         10  SPC-S-FIRST-DOC     PIC 9(8).
002550         10  FILLER              PIC X.
002560         10  SPC-S-LAST-DOC      PIC 9(8).
002570         10  FILLER              PIC X.
002580         10  SPC-S-DOCS          PIC 9(8).
002590         10  FILLER              PIC X.
002600         10  SPC-S-PAGES         PIC 9(8).
002610         10  FILLER              PIC X.
002620         10  SPC-S-RECORDS       PIC 9(8).
002630         10  FILLER              PIC X(9).
002640/ ONE STREAM MEMBER, APKSTR01 THROUGH APKSTR09 IN TURN.
002650 FD  APKSPLIT-OUT,
002660     BLOCK CONTAINS 0 RECORDS,
002670     RECORDING MODE IS V
002680     RECORD VARYING FROM 08 TO 32752
002690         DEPENDING ON SPOUT-LENGTH.
002700 01  APKSPLIT-OUT-RECORD.
002710     05  SPOUT-INTRODUCER.
002720       10  SPOUT-CC          PIC X.
002730       10  SPOUT-LEN-CHR     PIC XX.
002740       10  SPOUT-RECLEN REDEFINES
002750                                SPOUT-LEN-CHR
002760                           PIC 9(4) COMP.
002770       10  SPOUT-TYPE        PIC XXX.
002780       10  SPOUT-FLAG        PIC X.
002790       10  SPOUT-SEQ-CHR     PIC XX.
002800       10  SPOUT-SEQNUM REDEFINES
002810                                SPOUT-SEQ-CHR
002820                           PIC 9(4) COMP.
002830     05  SPOUT-DATA          PIC X(32743).
002840/ THE SPLIT REPORT.
002850 FD  APKSPLIT-LIST,
002860     RECORDING MODE IS F,
002870     BLOCK CONTAINS 0 RECORDS.
002880 01  APKSPLIT-LIST-RECORD       PIC X(80).
002890   SKIP3
002900 WORKING-STORAGE SECTION.
002910 77  PGMNAME                 PIC X(8) VALUE 'APKSPLIT'.
002920 77  LEDGER-PGM              PIC X(8) VALUE 'APKLEDGR'.
002922 77  LEDGER-POSTING          PIC X    VALUE SPACE.                !@02
002925     88  LEDGER-POSTING-START        VALUE 'S'.                   !@02
002927     88  LEDGER-POSTING-END          VALUE 'E'.                   !@02
002930 77  SPLIT-RC                PIC 9(4) BINARY VALUE ZERO.
002940 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
002950 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
002960 77  SPIN-LENGTH             PIC 9(8) BINARY VALUE ZERO.
002970 77  SPOUT-LENGTH            PIC 9(8) BINARY VALUE ZERO.
002980* The night's run identifier, from the RUNID card, and the
002990* stream member the copy pass is writing.
003000 77  BASE-RUN-IDENT          PIC X(22) VALUE SPACES.
003010 77  STREAM-DDNAME           PIC X(8) VALUE 'APKSTR01'.
003020 77  STREAM-DIGIT            PIC 9    VALUE ZERO.
003030 77  STREAM-COUNT            PIC 9(4) BINARY VALUE ZERO.
003040 77  STREAM-SUB              PIC 9(4) BINARY VALUE ZERO.
003050 77  CUR-STREAM              PIC 9(4) BINARY VALUE ZERO.
003060 77  EMPTY-STREAM-CNTR       PIC 9(4) BINARY VALUE ZERO.
003070 77  RECS-READ-CNTR          PIC 9(8) BINARY VALUE ZERO.
003080 77  DOC-CNTR                PIC 9(8) BINARY VALUE ZERO.
003090 77  PAGE-CNTR               PIC 9(8) BINARY VALUE ZERO.
003100 77  PREAMBLE-CNTR           PIC 9(8) BINARY VALUE ZERO.
003110 77  STRAY-CNTR              PIC 9(8) BINARY VALUE ZERO.
003120 77  CTL-TRL-CNTR            PIC 9(8) BINARY VALUE ZERO.
003130 77  LAST-CTL-COUNT          PIC 9(8) BINARY VALUE ZERO.
003140 77  RECS-WRITTEN-CNTR       PIC 9(8) BINARY VALUE ZERO.
003150 77  NEXT-SEQNUM             PIC 9(8) BINARY VALUE ZERO.
003160 77  SEQ-QUOTIENT            PIC 9(8) BINARY VALUE ZERO.
003170 77  SEQ-REMAINDER           PIC 9(8) BINARY VALUE ZERO.
003180* THE DOCUMENT THE SURVEY PASS HAS IN HAND.
003190 77  CUR-DOC-SEQNUM          PIC 9(8) BINARY VALUE ZERO.
003200 77  CUR-DOC-PAGES           PIC 9(8) BINARY VALUE ZERO.
003210 77  CUR-DOC-RECS            PIC 9(8) BINARY VALUE ZERO.
003220 77  CUR-DOC-ACCT            PIC X(10) VALUE SPACES.
003230 77  CUR-DOC-ZIP             PIC X(5)  VALUE SPACES.
003240 77  CUR-DOC-ENV-MARK        PIC X     VALUE SPACE.
003250* THE BALANCE: EACH DOCUMENT WEIGHS ITS PAGES (OR ONE, WHEN THE
003260* NIGHT HAS NO PAGE BREAKS AT ALL), AND STREAM K OWES THE NIGHT
003270* K/N OF THE TOTAL WEIGHT AT ITS END.
003280 77  DOC-WEIGHT              PIC 9(8) BINARY VALUE ZERO.
003290 77  TOTAL-WEIGHT            PIC 9(8) BINARY VALUE ZERO.
003300 77  CUM-WEIGHT              PIC 9(8) BINARY VALUE ZERO.
003310 77  WEIGHT-PAST             PIC 9(12) BINARY VALUE ZERO.
003320 77  WEIGHT-OWED             PIC 9(12) BINARY VALUE ZERO.
003330* WHERE THE COPY PASS STANDS IN THE EXTRACT.
003340 77  COPY-DOC-ORD            PIC 9(8) BINARY VALUE ZERO.
003350* ONE ENTRY FOR EACH STREAM: ITS SLICE OF THE EXTRACT, BY
003360* DOCUMENT ORDINAL, ITS PLANNED TOTALS AND WHAT WAS WRITTEN.
003370 01  STREAM-TABLE.
003380     05  STRM-ENTRY          OCCURS 9 TIMES.
003390         10  STRM-RUN-IDENT  PIC X(22).
003400         10  STRM-FIRST-DOC  PIC 9(8) BINARY.
003410         10  STRM-LAST-DOC   PIC 9(8) BINARY.
003420         10  STRM-DOCS       PIC 9(8) BINARY.
003430         10  STRM-PAGES      PIC 9(8) BINARY.
003440         10  STRM-RECORDS    PIC 9(8) BINARY.
003450         10  STRM-WRITTEN    PIC 9(8) BINARY.
003460* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
003470 01  PARM-WORK-FIELDS.
003480     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
003490     05  PARM-VALUE          PIC X(68) VALUE SPACES.
003500     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
003510     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
003520     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
003530     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
003540                             PIC 9(8).
003550     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
003560         88  PARM-NUM-OK         VALUE 'Y'.
003570         88  PARM-NUM-BAD        VALUE 'N'.
003580* A CONTROL TRL'S COUNT, WHEN ITS FIRST EIGHT DATA BYTES ARE ONE.
003590 01  CTL-COUNT-FIELDS.
003600     05  CTL-COUNT-DIGITS    PIC X(8)  VALUE ZEROES.
003610     05  CTL-COUNT-NUM REDEFINES CTL-COUNT-DIGITS
003620                             PIC 9(8).
003630* THE CONTROL TRL THAT CLOSES EACH STREAM MEMBER.
003640 01  SYNTH-TRL-RECORD.
003650     05  SYNTH-TRL-CC        PIC X     VALUE SPACE.
003660     05  SYNTH-TRL-LEN-CHR   PIC XX.
003670     05  SYNTH-TRL-RECLEN REDEFINES SYNTH-TRL-LEN-CHR
003680                             PIC 9(4) COMP.
003690     05  SYNTH-TRL-TYPE      PIC X(3)  VALUE 'TRL'.
003700     05  SYNTH-TRL-FLAG      PIC X     VALUE SPACE.
003710     05  SYNTH-TRL-SEQ-CHR   PIC XX.
003720     05  SYNTH-TRL-SEQNUM REDEFINES SYNTH-TRL-SEQ-CHR
003730                             PIC 9(4) COMP.
003740     05  SYNTH-TRL-COUNT     PIC 9(8).
003750* THE RUN LEDGER POSTING PARAMETERS, AS APKLEDGR RECEIVES THEM.
003760 01  LEDGER-PARMS.
003770     05  LGP-FUNCTION            PIC X.
003780         88  LGP-STEP-START      VALUE 'S'.
003790         88  LGP-STEP-END        VALUE 'E'.
003800     05  LGP-RUN-IDENT           PIC X(22).
003810     05  LGP-STEP-NAME           PIC X(8).
003820     05  LGP-START-DATE          PIC X(8).
003830     05  LGP-START-TIME          PIC X(6).
003840     05  LGP-STEP-RC             PIC 9(4) BINARY.
003850     05  LGP-COUNT-ENTRY         OCCURS 3 TIMES.
003860         10  LGP-COUNT-LABEL     PIC X(8).
003870         10  LGP-COUNT-VALUE     PIC 9(9) BINARY.
003880     05  LGP-RESULT              PIC 9(4) BINARY.
003890* REPORT LINE LAYOUTS.
003900 01  LIST-HEADER-LINE.
003910     05  FILLER              PIC X(42)
003920         VALUE 'APKSPLIT  NIGHTLY RUN SPLIT BY PAGE VOLUME'.
003930     05  FILLER              PIC X(2)  VALUE SPACES.
003940     05  HDR-DATE            PIC X(8).
003950     05  FILLER              PIC X     VALUE SPACE.
003960     05  HDR-TIME            PIC X(6).
003970     05  FILLER              PIC X(21) VALUE SPACES.
003980 01  LIST-RUN-LINE.
003990     05  FILLER              PIC X(25)
004000         VALUE 'RUN IDENTIFIER ......... '.
004010     05  LRL-RUN-IDENT       PIC X(22).
004020     05  FILLER              PIC X(33) VALUE SPACES.
004030 01  LIST-COLUMN-LINE.
004040     05  FILLER              PIC X(4)  VALUE 'ST'.
004050     05  FILLER              PIC X(23) VALUE 'RUN IDENTIFIER'.
004060     05  FILLER              PIC X(9)  VALUE 'DD NAME'.
004070     05  FILLER              PIC X(9)  VALUE ' 1ST DOC'.
004080     05  FILLER              PIC X(9)  VALUE 'LAST DOC'.
004090     05  FILLER              PIC X(9)  VALUE '    DOCS'.
004100     05  FILLER              PIC X(9)  VALUE '   PAGES'.
004110     05  FILLER              PIC X(8)  VALUE ' RECORDS'.
004120 01  LIST-STREAM-LINE.
004130     05  LSL-STREAM          PIC Z9.
004140     05  FILLER              PIC X(2)  VALUE SPACES.
004150     05  LSL-RUN-IDENT       PIC X(22).
004160     05  FILLER              PIC X     VALUE SPACE.
004170     05  LSL-DDNAME          PIC X(8).
004180     05  FILLER              PIC X     VALUE SPACE.
004190     05  LSL-FIRST-DOC       PIC ZZZZZZZ9.
004200     05  FILLER              PIC X     VALUE SPACE.
004210     05  LSL-LAST-DOC        PIC ZZZZZZZ9.
004220     05  FILLER              PIC X     VALUE SPACE.
004230     05  LSL-DOCS            PIC ZZZZZZZ9.
004240     05  FILLER              PIC X     VALUE SPACE.
004250     05  LSL-PAGES           PIC ZZZZZZZ9.
004260     05  FILLER              PIC X     VALUE SPACE.
004270     05  LSL-RECORDS         PIC ZZZZZZZ9.
004280 01  LIST-TOTAL-LINE.
004290     05  TOT-LABEL           PIC X(26).
004300     05  TOT-VALUE           PIC ZZZZZZZ9.
004310     05  FILLER              PIC X(46) VALUE SPACES.
004320 01  SPLIT-SWITCHES.
004330     05  IN-EOF-SW           PIC X    VALUE 'N'.
004340         88  IN-AT-EOF           VALUE 'Y'.
004350         88  IN-NOT-AT-EOF       VALUE 'N'.
004360     05  WRK-EOF-SW          PIC X    VALUE 'N'.
004370         88  WRK-AT-EOF          VALUE 'Y'.
004380     05  DOC-OPEN-SW         PIC X    VALUE 'N'.
004390         88  DOC-IS-OPEN         VALUE 'Y'.
004400         88  DOC-NOT-OPEN        VALUE 'N'.
004410     05  DOC-PENDING-SW      PIC X    VALUE 'N'.
004420         88  DOC-IS-PENDING      VALUE 'Y'.
004430         88  DOC-NOT-PENDING     VALUE 'N'.
004440     05  COPY-DONE-SW        PIC X    VALUE 'N'.
004450         88  COPY-IS-DONE        VALUE 'Y'.
004460         88  COPY-NOT-DONE       VALUE 'N'.
004470     05  DROP-SW             PIC X    VALUE 'N'.
004480         88  DROP-THIS-RECORD    VALUE 'Y'.
004490         88  KEEP-THIS-RECORD    VALUE 'N'.
004500     05  CTL-FILE-SW         PIC X    VALUE 'N'.
004510         88  CTL-FILE-IS-OPEN    VALUE 'Y'.
004520         88  CTL-FILE-NOT-OPEN   VALUE 'N'.
004530     05  LIST-FILE-SW        PIC X    VALUE 'N'.
004540         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
004550         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
004560 01  GLOBAL-VARIABLES.
004570     05  APKSPLIT-PARM-STATUS    PIC 99   VALUE ZERO.
004580         88  APKSPLIT-PARM-OK    VALUE 00.
004590     05  APKSPLIT-IN-STATUS      PIC 99   VALUE ZERO.
004600         88  APKSPLIT-IN-OK      VALUE 00.
004610     05  APKSPLIT-WRK-STATUS     PIC 99   VALUE ZERO.
004620         88  APKSPLIT-WRK-OK     VALUE 00.
004630     05  APKSPLIT-CTL-STATUS     PIC 99   VALUE ZERO.
004640         88  APKSPLIT-CTL-OK     VALUE 00.
004650     05  APKSPLIT-OUT-STATUS     PIC 99   VALUE ZERO.
004660         88  APKSPLIT-OUT-OK     VALUE 00.
004670     05  APKSPLIT-LIST-STATUS    PIC 99   VALUE ZERO.
004680         88  APKSPLIT-LIST-OK    VALUE 00.
004690     SKIP1
004700 TITLE 'Initialization and Main Line'.
004710 PROCEDURE DIVISION.
004720     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
004730     ACCEPT RUN-TIME-W FROM TIME.
004740     PERFORM 0100-LOAD-PARM-CARDS.
004743     SET LEDGER-POSTING-START TO TRUE.                            !@02
004746     PERFORM 0700-POST-RUN-LEDGER.                                !@02
004750     PERFORM 0110-OPEN-REPORT.
004760     IF SPLIT-RC < 12
004770      THEN
004780       PERFORM 0200-SURVEY-EXTRACT;
004790     END-IF.
004800     IF SPLIT-RC < 12
004810      THEN
004820       PERFORM 0300-ASSIGN-STREAMS;
004830     END-IF.
004840     IF SPLIT-RC < 12
004850      THEN
004860       PERFORM 0400-WRITE-STREAM
004870           VARYING STREAM-SUB FROM 1 BY 1
004880           UNTIL STREAM-SUB > STREAM-COUNT
004890              OR SPLIT-RC >= 12;
004900     END-IF.
004910     IF CTL-FILE-IS-OPEN
004920      THEN
004930       IF SPLIT-RC < 12
004940        THEN
004950         PERFORM 0500-WRITE-STREAM-RECORD
004960             VARYING STREAM-SUB FROM 1 BY 1
004970             UNTIL STREAM-SUB > STREAM-COUNT;
004980       END-IF;
004990       CLOSE APKSPLIT-CTL;
005000       SET CTL-FILE-NOT-OPEN TO TRUE;
005010     END-IF.
005020     PERFORM 0600-WRITE-REPORT.
005025     SET LEDGER-POSTING-END TO TRUE.                              !@02
005030     PERFORM 0700-POST-RUN-LEDGER.
005040     DISPLAY PGMNAME, ' RUN SPLIT COMPLETE, RC ', SPLIT-RC.
005050     MOVE SPLIT-RC TO RETURN-CODE.
005060     GOBACK.
005070 SKIP3
005080 0100-LOAD-PARM-CARDS.
005090* Pick up the STREAMS and RUNID cards.  The card format and the
005100* comment conventions are the ones the input exit's control-card
005110* dataset already uses, so one APKPARM member can serve the whole
005120* job stream.  Both cards are required: without the stream count
005130* there is nothing to split into, and without the night's
005140* identifier the streams could never be tied back to the night.
005142* The night's identifier must leave its last two positions free:  !@03
005145* each stream's identifier is the night's with a period and the   !@03
005147* stream number there.                                            !@03
005150     OPEN INPUT APKSPLIT-PARM.
005160     IF APKSPLIT-PARM-OK
005170      THEN
005180       PERFORM 0105-APPLY-PARM-CARD
005190           UNTIL NOT APKSPLIT-PARM-OK;
005200       CLOSE APKSPLIT-PARM;
005210     END-IF.
005220     IF STREAM-COUNT = ZERO
005230      THEN
005240       DISPLAY PGMNAME, ' NO STREAMS CARD - NOTHING SPLIT';
005250       MOVE 12 TO SPLIT-RC;
005260     END-IF.
005270     IF BASE-RUN-IDENT = SPACES
005280      THEN
005290       DISPLAY PGMNAME, ' NO RUNID CARD - NOTHING SPLIT';
005300       MOVE 12 TO SPLIT-RC;
005310     END-IF.
005311     IF BASE-RUN-IDENT (21 : 2) NOT = SPACES                      !@03
005312      THEN                                                        !@03
005314       DISPLAY PGMNAME, ' RUNID FOR A SPLIT NIGHT MAX 20 ',       !@03
005315               'CHARACTERS - NOTHING SPLIT';                      !@03
005317       MOVE 12 TO SPLIT-RC;                                       !@03
005318     END-IF.                                                      !@03
005320 SKIP2
005330 0105-APPLY-PARM-CARD.
005340     READ APKSPLIT-PARM;
005350     IF APKSPLIT-PARM-OK
005360         AND PARM-CARD-TEXT NOT = SPACES
005370         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
005380      THEN
005390       MOVE SPACES TO PARM-KEYWORD;
005400       MOVE SPACES TO PARM-VALUE;
005410       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
005420           INTO PARM-KEYWORD, PARM-VALUE;
005430       EVALUATE PARM-KEYWORD
005440         WHEN 'STREAMS'
005450           PERFORM 0106-CONVERT-PARM-NUMBER;
005460           IF PARM-NUM-OK AND PARM-NUM-VALUE >= 2
005470               AND PARM-NUM-VALUE <= 9
005480            THEN
005490             MOVE PARM-NUM-VALUE TO STREAM-COUNT;
005500            ELSE
005510             DISPLAY PGMNAME, ' WARNING - STREAMS MUST BE ',
005520                     '2 TO 9, CARD IGNORED';
005530           END-IF
005540         WHEN 'RUNID'
005550           MOVE PARM-VALUE (1 : 22) TO BASE-RUN-IDENT
005560         WHEN OTHER
005570* The same card member drives the input exit, so keywords
005580* this step has no use for pass by without comment.
005590           CONTINUE
005600       END-EVALUATE;
005610     END-IF.
005620 SKIP2
005630 0106-CONVERT-PARM-NUMBER.
005640* Convert the left-justified digits of a control-card value
005650* into a binary-usable number, exactly as the input exit
005660* does.
005670     SET PARM-NUM-BAD TO TRUE;
005680     MOVE SPACES TO PARM-NUM-WORK;
005690     MOVE ZERO TO PARM-NUM-LEN;
005700     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
005710         INTO PARM-NUM-WORK
005720         COUNT IN PARM-NUM-LEN;
005730     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
005740      THEN
005750       MOVE ZEROES TO PARM-NUM-DIGITS;
005760       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
005770           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
005780       IF PARM-NUM-DIGITS IS NUMERIC
005790        THEN
005800         SET PARM-NUM-OK TO TRUE;
005810       END-IF;
005820     END-IF;
005830     IF PARM-NUM-BAD
005840      THEN
005850       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
005860               'CARD VALUE IGNORED: ', PARM-KEYWORD;
005870     END-IF.
005880 SKIP2
005890 0110-OPEN-REPORT.
005900     OPEN OUTPUT APKSPLIT-LIST.
005910     IF APKSPLIT-LIST-OK
005920      THEN
005930       SET LIST-FILE-IS-OPEN TO TRUE;
005940       MOVE RUN-DATE-W TO HDR-DATE;
005950       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
005960       MOVE LIST-HEADER-LINE TO APKSPLIT-LIST-RECORD;
005970       WRITE APKSPLIT-LIST-RECORD;
005980       MOVE SPACES TO APKSPLIT-LIST-RECORD;
005990       WRITE APKSPLIT-LIST-RECORD;
006000       MOVE BASE-RUN-IDENT TO LRL-RUN-IDENT;
006010       MOVE LIST-RUN-LINE TO APKSPLIT-LIST-RECORD;
006020       WRITE APKSPLIT-LIST-RECORD;
006030       MOVE SPACES TO APKSPLIT-LIST-RECORD;
006040       WRITE APKSPLIT-LIST-RECORD;
006050      ELSE
006060       DISPLAY PGMNAME, ' REPORT FILE NOT AVAILABLE, STATUS ',
006070               APKSPLIT-LIST-STATUS;
006080       MOVE 12 TO SPLIT-RC;
006090     END-IF.
006100 SKIP2
006110 0200-SURVEY-EXTRACT.
006120* First pass: one work record for each document -- its position,
006130* HDR sequence number, pages, records, account, ZIP and envelope
006140* marker -- and the extract's totals.  A page is a record with a
006150* skip-to-channel-1 carriage control, as the presort counts one.
006160     OPEN INPUT APKSPLIT-IN.
006170     IF NOT APKSPLIT-IN-OK
006180      THEN
006190       DISPLAY PGMNAME, ' INPUT EXTRACT NOT AVAILABLE, STATUS ',
006200               APKSPLIT-IN-STATUS;
006210       MOVE 12 TO SPLIT-RC;
006220      ELSE
006230       OPEN OUTPUT APKSPLIT-WRK;
006240       IF NOT APKSPLIT-WRK-OK
006250        THEN
006260         DISPLAY PGMNAME, ' WORK FILE NOT AVAILABLE, STATUS ',
006270                 APKSPLIT-WRK-STATUS;
006280         MOVE 12 TO SPLIT-RC;
006290        ELSE
006300         SET IN-NOT-AT-EOF TO TRUE;
006310         PERFORM 0210-SURVEY-RECORD
006320             UNTIL IN-AT-EOF;
006330         IF DOC-IS-PENDING
006340          THEN
006350           PERFORM 0220-WRITE-WORK-RECORD;
006360         END-IF;
006370         CLOSE APKSPLIT-WRK;
006380       END-IF;
006390       CLOSE APKSPLIT-IN;
006400     END-IF.
006410     IF SPLIT-RC < 12
006420      THEN
006430       PERFORM 0230-PROVE-EXTRACT;
006440     END-IF.
006450 SKIP2
006460 0210-SURVEY-RECORD.
006470     READ APKSPLIT-IN;
006480     IF NOT APKSPLIT-IN-OK
006490      THEN
006500       SET IN-AT-EOF TO TRUE;
006510      ELSE
006520       ADD 1 TO RECS-READ-CNTR;
006530       IF SPIN-TYPE-IS-HDR
006540        THEN
006550         IF DOC-IS-PENDING
006560          THEN
006570           PERFORM 0220-WRITE-WORK-RECORD;
006580         END-IF;
006590         PERFORM 0215-OPEN-DOCUMENT;
006600       END-IF;
006610       EVALUATE TRUE
006620         WHEN DOC-IS-OPEN
006630           ADD 1 TO CUR-DOC-RECS;
006640           IF SPIN-CC = '1'
006650            THEN
006660             ADD 1 TO CUR-DOC-PAGES;
006670           END-IF;
006680           IF SPIN-TYPE-IS-TRL
006690            THEN
006700             SET DOC-NOT-OPEN TO TRUE;
006710           END-IF
006720         WHEN DOC-CNTR = ZERO
006730           ADD 1 TO PREAMBLE-CNTR
006740         WHEN OTHER
006750           PERFORM 0217-OUTSIDE-RECORD
006760       END-EVALUATE;
006770     END-IF.
006780 SKIP2
006790 0215-OPEN-DOCUMENT.
006800* The HDR carries the account in data bytes 1-10, the ZIP in
006810* 22-26 and the envelope marker in 27; a HDR too short to carry
006820* one leaves it blank.
006830     ADD 1 TO DOC-CNTR.
006840     SET DOC-IS-OPEN TO TRUE.
006850     SET DOC-IS-PENDING TO TRUE.
006860     MOVE ZERO TO CUR-DOC-RECS.
006870     MOVE ZERO TO CUR-DOC-PAGES.
006880     MOVE SPIN-SEQNUM TO CUR-DOC-SEQNUM.
006890     MOVE SPACES TO CUR-DOC-ACCT.
006900     MOVE SPACES TO CUR-DOC-ZIP.
006910     MOVE SPACE TO CUR-DOC-ENV-MARK.
006920     IF SPIN-RECLEN >= 10
006930      THEN
006940       MOVE SPIN-DATA (1 : 10) TO CUR-DOC-ACCT;
006950     END-IF.
006960     IF SPIN-RECLEN >= 26
006970      THEN
006980       MOVE SPIN-DATA (22 : 5) TO CUR-DOC-ZIP;
006990     END-IF.
007000     IF SPIN-RECLEN >= 27
007010      THEN
007020       MOVE SPIN-DATA (27 : 1) TO CUR-DOC-ENV-MARK;
007030     END-IF.
007040 SKIP2
007050 0217-OUTSIDE-RECORD.
007060* Outside any document after the first HDR: a TRL whose first
007070* eight data bytes are a count is a control TRL -- it is proven
007080* against the records read and left out, since every stream
007090* gets its own.  Anything else travels with the document ahead
007100* of it, as the presort keeps it.
007110     SET KEEP-THIS-RECORD TO TRUE.
007120     IF SPIN-TYPE-IS-TRL AND SPIN-RECLEN >= 8
007130      THEN
007140       MOVE SPIN-DATA (1 : 8) TO CTL-COUNT-DIGITS;
007150       IF CTL-COUNT-DIGITS IS NUMERIC
007160        THEN
007170         SET DROP-THIS-RECORD TO TRUE;
007180       END-IF;
007190     END-IF.
007200     IF DROP-THIS-RECORD
007210      THEN
007220       ADD 1 TO CTL-TRL-CNTR;
007230       MOVE CTL-COUNT-NUM TO LAST-CTL-COUNT;
007240      ELSE
007250       ADD 1 TO STRAY-CNTR;
007260       ADD 1 TO CUR-DOC-RECS;
007270       IF SPIN-CC = '1'
007280        THEN
007290         ADD 1 TO CUR-DOC-PAGES;
007300       END-IF;
007310     END-IF.
007320 SKIP2
007330 0220-WRITE-WORK-RECORD.
007340     MOVE SPACES TO APKSPLIT-WRK-RECORD.
007350     MOVE DOC-CNTR TO WRK-DOC-ORD.
007360     MOVE CUR-DOC-SEQNUM TO WRK-SEQNUM.
007370     MOVE CUR-DOC-PAGES TO WRK-PAGES.
007380     MOVE CUR-DOC-RECS TO WRK-RECORDS.
007390     MOVE CUR-DOC-ACCT TO WRK-ACCT-NUMBER.
007400     MOVE CUR-DOC-ZIP TO WRK-ZIP.
007410     MOVE CUR-DOC-ENV-MARK TO WRK-ENV-MARK.
007420     WRITE APKSPLIT-WRK-RECORD.
007430     ADD CUR-DOC-PAGES TO PAGE-CNTR.
007440     SET DOC-NOT-PENDING TO TRUE.
007450 SKIP2
007460 0230-PROVE-EXTRACT.
007470* The last control TRL counts every record of the member, itself
007480* included.  A member that disagrees with its own count is not
007490* the whole night, and splitting it would print part of a night
007500* as though it were all of it.
007510     IF CTL-TRL-CNTR = ZERO
007520      THEN
007530       DISPLAY PGMNAME, ' WARNING - NO CONTROL TRL IN THE ',
007540               'EXTRACT, MEMBER TOTAL NOT PROVEN';
007550       IF SPLIT-RC < 4
007560        THEN
007570         MOVE 4 TO SPLIT-RC;
007580       END-IF;
007590      ELSE
007600       IF LAST-CTL-COUNT NOT = RECS-READ-CNTR
007610        THEN
007620         DISPLAY PGMNAME, ' CONTROL TRL COUNT ', LAST-CTL-COUNT,
007630                 ' BUT ', RECS-READ-CNTR, ' RECORDS READ - ',
007640                 'NOTHING SPLIT';
007650         MOVE 12 TO SPLIT-RC;
007660       END-IF;
007670     END-IF.
007680     IF STRAY-CNTR > ZERO
007690      THEN
007700       DISPLAY PGMNAME, ' NOTE - ', STRAY-CNTR,
007710               ' RECORDS OUTSIDE ANY DOCUMENT KEPT WITH THE ',
007720               'DOCUMENT AHEAD';
007730     END-IF.
007740 SKIP2
007750 0300-ASSIGN-STREAMS.
007760* Second pass, over the work file: give each document its stream
007770* and write the split-control header and document records.  The
007780* stream records follow once every stream is written.
007790     OPEN INPUT APKSPLIT-WRK.
007800     IF NOT APKSPLIT-WRK-OK
007810      THEN
007820       DISPLAY PGMNAME, ' WORK FILE NOT AVAILABLE, STATUS ',
007830               APKSPLIT-WRK-STATUS;
007840       MOVE 12 TO SPLIT-RC;
007850      ELSE
007860       OPEN OUTPUT APKSPLIT-CTL;
007870       IF NOT APKSPLIT-CTL-OK
007880        THEN
007890         DISPLAY PGMNAME, ' SPLIT-CONTROL FILE NOT AVAILABLE, ',
007900                 'STATUS ', APKSPLIT-CTL-STATUS;
007910         MOVE 12 TO SPLIT-RC;
007920        ELSE
007930         SET CTL-FILE-IS-OPEN TO TRUE;
007940         PERFORM 0305-WRITE-HEADER-RECORD;
007950         PERFORM 0307-CLEAR-STREAM
007960             VARYING STREAM-SUB FROM 1 BY 1
007970             UNTIL STREAM-SUB > 9;
007980         IF PAGE-CNTR > ZERO
007990          THEN
008000           MOVE PAGE-CNTR TO TOTAL-WEIGHT;
008010          ELSE
008020           MOVE DOC-CNTR TO TOTAL-WEIGHT;
008030         END-IF;
008040         MOVE ZERO TO CUM-WEIGHT;
008050         MOVE 1 TO CUR-STREAM;
008060         PERFORM 0310-PLACE-DOCUMENT
008070             UNTIL WRK-AT-EOF;
008080         PERFORM 0320-CLOSE-STREAM-PLAN
008090             VARYING STREAM-SUB FROM 1 BY 1
008100             UNTIL STREAM-SUB > STREAM-COUNT;
008110       END-IF;
008120       CLOSE APKSPLIT-WRK;
008130     END-IF.
008140 SKIP2
008150 0305-WRITE-HEADER-RECORD.
008160     MOVE SPACES TO APKSPLIT-CTL-RECORD.
008170     SET SPC-IS-HEADER TO TRUE.
008180     MOVE BASE-RUN-IDENT TO SPC-H-RUN-IDENT.
008190     MOVE STREAM-COUNT TO SPC-H-STREAMS.
008200     MOVE RECS-READ-CNTR TO SPC-H-RECORDS.
008210     MOVE DOC-CNTR TO SPC-H-DOCS.
008220     MOVE PAGE-CNTR TO SPC-H-PAGES.
008230     MOVE CTL-TRL-CNTR TO SPC-H-CTL-TRLS.
008240     MOVE PREAMBLE-CNTR TO SPC-H-PREAMBLE.
008250     MOVE RUN-DATE-W TO SPC-H-DATE.
008260     WRITE APKSPLIT-CTL-RECORD.
008270 SKIP2
008280 0307-CLEAR-STREAM.
008290* Every stream starts out holding the preamble.
008300     MOVE STREAM-SUB TO STREAM-DIGIT.
008310     MOVE BASE-RUN-IDENT TO STRM-RUN-IDENT (STREAM-SUB).
008320     MOVE '.' TO STRM-RUN-IDENT (STREAM-SUB) (21 : 1).
008330     MOVE STREAM-DIGIT TO STRM-RUN-IDENT (STREAM-SUB) (22 : 1).
008340     MOVE ZERO TO STRM-FIRST-DOC (STREAM-SUB).
008350     MOVE ZERO TO STRM-LAST-DOC (STREAM-SUB).
008360     MOVE ZERO TO STRM-DOCS (STREAM-SUB).
008370     MOVE ZERO TO STRM-PAGES (STREAM-SUB).
008380     MOVE PREAMBLE-CNTR TO STRM-RECORDS (STREAM-SUB).
008390     MOVE ZERO TO STRM-WRITTEN (STREAM-SUB).
008400 SKIP2
008410 0310-PLACE-DOCUMENT.
008420     READ APKSPLIT-WRK.
008430     IF NOT APKSPLIT-WRK-OK
008440      THEN
008450       SET WRK-AT-EOF TO TRUE;
008460      ELSE
008470       PERFORM 0315-CHOOSE-STREAM;
008480       PERFORM 0317-ADD-TO-STREAM;
008490     END-IF.
008500 SKIP2
008510 0315-CHOOSE-STREAM.
008520* Move on to the next stream when this document's midpoint would
008530* fall past the current stream's share of the night: stream K of
008540* N owes K/N of the total weight at its end, so the document
008550* goes on when N * (2 * weight so far + its weight) is more than
008560* 2 * K * total weight.  The last stream takes whatever is left,
008570* a stream is never left empty behind, and an envelope that is
008580* already open (marker M or E) is never cut.
008590     IF PAGE-CNTR > ZERO
008600      THEN
008610       MOVE WRK-PAGES TO DOC-WEIGHT;
008620      ELSE
008630       MOVE 1 TO DOC-WEIGHT;
008640     END-IF.
008650     IF CUR-STREAM < STREAM-COUNT
008660         AND STRM-DOCS (CUR-STREAM) > ZERO
008670         AND WRK-ENV-MARK NOT = 'M'
008680         AND WRK-ENV-MARK NOT = 'E'
008690      THEN
008700       COMPUTE WEIGHT-PAST =
008710           STREAM-COUNT * ((2 * CUM-WEIGHT) + DOC-WEIGHT);
008720       COMPUTE WEIGHT-OWED = 2 * CUR-STREAM * TOTAL-WEIGHT;
008730       IF WEIGHT-PAST > WEIGHT-OWED
008740        THEN
008750         ADD 1 TO CUR-STREAM;
008760       END-IF;
008770     END-IF.
008780 SKIP2
008790 0317-ADD-TO-STREAM.
008800* The document's HDR lands in its stream after every record
008810* already there, so its sequence number in the stream is that
008820* count, wrapped at 9999 as the numbering wraps.
008830     IF STRM-DOCS (CUR-STREAM) = ZERO
008840      THEN
008850       MOVE WRK-DOC-ORD TO STRM-FIRST-DOC (CUR-STREAM);
008860     END-IF.
008870     MOVE WRK-DOC-ORD TO STRM-LAST-DOC (CUR-STREAM).
008880     DIVIDE STRM-RECORDS (CUR-STREAM) BY 10000
008890         GIVING SEQ-QUOTIENT REMAINDER SEQ-REMAINDER.
008900     ADD 1 TO STRM-DOCS (CUR-STREAM).
008910     ADD WRK-PAGES TO STRM-PAGES (CUR-STREAM).
008920     ADD WRK-RECORDS TO STRM-RECORDS (CUR-STREAM).
008930     ADD DOC-WEIGHT TO CUM-WEIGHT.
008940     MOVE SPACES TO APKSPLIT-CTL-RECORD.
008950     SET SPC-IS-DOCUMENT TO TRUE.
008960     MOVE CUR-STREAM TO SPC-D-STREAM.
008970     MOVE WRK-DOC-ORD TO SPC-D-DOC-ORD.
008980     MOVE WRK-SEQNUM TO SPC-D-ORIG-SEQNUM.
008990     MOVE SEQ-REMAINDER TO SPC-D-STRM-SEQNUM.
009000     MOVE WRK-PAGES TO SPC-D-PAGES.
009010     MOVE WRK-RECORDS TO SPC-D-RECORDS.
009020     MOVE WRK-ACCT-NUMBER TO SPC-D-ACCT-NUMBER.
009030     MOVE WRK-ZIP TO SPC-D-ZIP.
009040     MOVE WRK-ENV-MARK TO SPC-D-ENV-MARK.
009050     WRITE APKSPLIT-CTL-RECORD.
009060 SKIP2
009070 0320-CLOSE-STREAM-PLAN.
009080* Each stream closes with its own control TRL.
009090     MOVE STREAM-SUB TO STREAM-DIGIT.
009100     ADD 1 TO STRM-RECORDS (STREAM-SUB).
009110     IF STRM-DOCS (STREAM-SUB) = ZERO
009120      THEN
009130       ADD 1 TO EMPTY-STREAM-CNTR;
009140       DISPLAY PGMNAME, ' WARNING - STREAM ', STREAM-DIGIT,
009150               ' HAS NO DOCUMENTS';
009160       IF SPLIT-RC < 4
009170        THEN
009180         MOVE 4 TO SPLIT-RC;
009190       END-IF;
009200     END-IF.
009210 SKIP2
009220 0400-WRITE-STREAM.
009230* One pass over the extract for each stream: the preamble, then
009240* the stream's slice of documents, renumbered from 0 and closed
009250* by a control TRL.  The member must come out exactly as planned.
009260     MOVE STREAM-SUB TO STREAM-DIGIT.
009270     MOVE STREAM-DIGIT TO STREAM-DDNAME (8 : 1).
009280     OPEN INPUT APKSPLIT-IN.
009290     IF NOT APKSPLIT-IN-OK
009300      THEN
009310       DISPLAY PGMNAME, ' INPUT EXTRACT NOT AVAILABLE, STATUS ',
009320               APKSPLIT-IN-STATUS;
009330       MOVE 12 TO SPLIT-RC;
009340      ELSE
009350       OPEN OUTPUT APKSPLIT-OUT;
009360       IF NOT APKSPLIT-OUT-OK
009370        THEN
009380         DISPLAY PGMNAME, ' STREAM ', STREAM-DDNAME,
009390                 ' NOT AVAILABLE, STATUS ', APKSPLIT-OUT-STATUS;
009400         MOVE 12 TO SPLIT-RC;
009410        ELSE
009420         MOVE ZERO TO NEXT-SEQNUM;
009430         MOVE ZERO TO COPY-DOC-ORD;
009440         SET IN-NOT-AT-EOF TO TRUE;
009450         SET COPY-NOT-DONE TO TRUE;
009460         SET DOC-NOT-OPEN TO TRUE;
009470         PERFORM 0410-COPY-RECORD
009480             UNTIL IN-AT-EOF OR COPY-IS-DONE;
009490         PERFORM 0420-APPEND-CONTROL-TRL;
009500         CLOSE APKSPLIT-OUT;
009510         IF STRM-WRITTEN (STREAM-SUB)
009520             NOT = STRM-RECORDS (STREAM-SUB)
009530          THEN
009540           DISPLAY PGMNAME, ' STREAM ', STREAM-DDNAME, ' WROTE ',
009550                   STRM-WRITTEN (STREAM-SUB), ' RECORDS, ',
009560                   STRM-RECORDS (STREAM-SUB), ' PLANNED';
009570           MOVE 12 TO SPLIT-RC;
009580         END-IF;
009590       END-IF;
009600       CLOSE APKSPLIT-IN;
009610     END-IF.
009620 SKIP2
009630 0410-COPY-RECORD.
009640     READ APKSPLIT-IN;
009650     IF NOT APKSPLIT-IN-OK
009660      THEN
009670       SET IN-AT-EOF TO TRUE;
009680      ELSE
009690       IF SPIN-TYPE-IS-HDR
009700        THEN
009710         ADD 1 TO COPY-DOC-ORD;
009720         SET DOC-IS-OPEN TO TRUE;
009730         IF COPY-DOC-ORD > STRM-LAST-DOC (STREAM-SUB)
009740          THEN
009750           SET COPY-IS-DONE TO TRUE;
009760         END-IF;
009770       END-IF;
009780       IF COPY-NOT-DONE
009790        THEN
009800         PERFORM 0415-SELECT-RECORD;
009810       END-IF;
009820     END-IF.
009830 SKIP2
009840 0415-SELECT-RECORD.
009850* The preamble goes to every stream; a document record only to
009860* its own stream; the extract's control TRLs to none.
009870     SET KEEP-THIS-RECORD TO TRUE.
009880     IF COPY-DOC-ORD > ZERO
009890         AND COPY-DOC-ORD < STRM-FIRST-DOC (STREAM-SUB)
009900      THEN
009910       SET DROP-THIS-RECORD TO TRUE;
009920     END-IF.
009930     IF DOC-NOT-OPEN AND COPY-DOC-ORD > ZERO
009940         AND SPIN-TYPE-IS-TRL AND SPIN-RECLEN >= 8
009950      THEN
009960       MOVE SPIN-DATA (1 : 8) TO CTL-COUNT-DIGITS;
009970       IF CTL-COUNT-DIGITS IS NUMERIC
009980        THEN
009990         SET DROP-THIS-RECORD TO TRUE;
010000       END-IF;
010010     END-IF.
010020     IF SPIN-TYPE-IS-TRL
010030      THEN
010040       SET DOC-NOT-OPEN TO TRUE;
010050     END-IF.
010060     IF KEEP-THIS-RECORD
010070      THEN
010080       PERFORM 0417-WRITE-STREAM-RECORD;
010090     END-IF.
010100 SKIP2
010110 0417-WRITE-STREAM-RECORD.
010120* Give the record the next introducer sequence number in the
010130* stream, wrapping from 9999 back to 0 the way the upstream
010140* numbering does.
010150     MOVE SPIN-LENGTH TO SPOUT-LENGTH.
010160     MOVE APKSPLIT-IN-RECORD (1 : SPIN-LENGTH)
010170         TO APKSPLIT-OUT-RECORD (1 : SPIN-LENGTH).
010180     IF SPOUT-LENGTH >= 9
010190      THEN
010200       MOVE NEXT-SEQNUM TO SPOUT-SEQNUM;
010210       ADD 1 TO NEXT-SEQNUM;
010220       IF NEXT-SEQNUM > 9999
010230        THEN
010240         MOVE ZERO TO NEXT-SEQNUM;
010250       END-IF;
010260     END-IF.
010270     WRITE APKSPLIT-OUT-RECORD.
010280     ADD 1 TO STRM-WRITTEN (STREAM-SUB).
010290     ADD 1 TO RECS-WRITTEN-CNTR.
010300 SKIP2
010310 0420-APPEND-CONTROL-TRL.
010320* Close the stream out: one control TRL carrying the stream's
010330* record count, itself included, under the next sequence number.
010340     ADD 1 TO STRM-WRITTEN (STREAM-SUB).
010350     ADD 1 TO RECS-WRITTEN-CNTR.
010360     MOVE 8 TO SYNTH-TRL-RECLEN.
010370     MOVE NEXT-SEQNUM TO SYNTH-TRL-SEQNUM.
010380     MOVE STRM-WRITTEN (STREAM-SUB) TO SYNTH-TRL-COUNT.
010390     MOVE 17 TO SPOUT-LENGTH.
010400     MOVE SYNTH-TRL-RECORD
010410         TO APKSPLIT-OUT-RECORD (1 : 17).
010420     WRITE APKSPLIT-OUT-RECORD.
010430 SKIP2
010440 0500-WRITE-STREAM-RECORD.
010450* The stream records go last, once every stream is written as
010460* planned, so a split-control file that carries them describes
010470* members that exist.
010480     MOVE SPACES TO APKSPLIT-CTL-RECORD.
010490     SET SPC-IS-STREAM TO TRUE.
010500     MOVE STREAM-SUB TO SPC-S-STREAM.
010510     MOVE STRM-RUN-IDENT (STREAM-SUB) TO SPC-S-RUN-IDENT.
010520     MOVE STRM-FIRST-DOC (STREAM-SUB) TO SPC-S-FIRST-DOC.
010530     MOVE STRM-LAST-DOC (STREAM-SUB) TO SPC-S-LAST-DOC.
010540     MOVE STRM-DOCS (STREAM-SUB) TO SPC-S-DOCS.
010550     MOVE STRM-PAGES (STREAM-SUB) TO SPC-S-PAGES.
010560     MOVE STRM-RECORDS (STREAM-SUB) TO SPC-S-RECORDS.
010570     WRITE APKSPLIT-CTL-RECORD.
010580 SKIP2
010590 0600-WRITE-REPORT.
010600     IF LIST-FILE-IS-OPEN
010610      THEN
010620       IF STREAM-COUNT > ZERO AND CTL-FILE-NOT-OPEN
010630           AND DOC-CNTR > ZERO
010640        THEN
010650         MOVE LIST-COLUMN-LINE TO APKSPLIT-LIST-RECORD;
010660         WRITE APKSPLIT-LIST-RECORD;
010670         PERFORM 0610-LIST-STREAM
010680             VARYING STREAM-SUB FROM 1 BY 1
010690             UNTIL STREAM-SUB > STREAM-COUNT;
010700         MOVE SPACES TO APKSPLIT-LIST-RECORD;
010710         WRITE APKSPLIT-LIST-RECORD;
010720       END-IF;
010730       MOVE 'EXTRACT RECORDS READ ....' TO TOT-LABEL;
010740       MOVE RECS-READ-CNTR TO TOT-VALUE;
010750       PERFORM 0695-WRITE-TOTAL-LINE;
010760       MOVE 'PREAMBLE RECORDS ........' TO TOT-LABEL;
010770       MOVE PREAMBLE-CNTR TO TOT-VALUE;
010780       PERFORM 0695-WRITE-TOTAL-LINE;
010790       MOVE 'DOCUMENTS ...............' TO TOT-LABEL;
010800       MOVE DOC-CNTR TO TOT-VALUE;
010810       PERFORM 0695-WRITE-TOTAL-LINE;
010820       MOVE 'PAGES ...................' TO TOT-LABEL;
010830       MOVE PAGE-CNTR TO TOT-VALUE;
010840       PERFORM 0695-WRITE-TOTAL-LINE;
010850       MOVE 'CONTROL TRLS LEFT OUT ...' TO TOT-LABEL;
010860       MOVE CTL-TRL-CNTR TO TOT-VALUE;
010870       PERFORM 0695-WRITE-TOTAL-LINE;
010880       MOVE 'RECORDS OUTSIDE DOCUMENTS' TO TOT-LABEL;
010890       MOVE STRAY-CNTR TO TOT-VALUE;
010900       PERFORM 0695-WRITE-TOTAL-LINE;
010910       MOVE 'STREAMS .................' TO TOT-LABEL;
010920       MOVE STREAM-COUNT TO TOT-VALUE;
010930       PERFORM 0695-WRITE-TOTAL-LINE;
010940       MOVE 'STREAMS WITHOUT DOCUMENTS' TO TOT-LABEL;
010950       MOVE EMPTY-STREAM-CNTR TO TOT-VALUE;
010960       PERFORM 0695-WRITE-TOTAL-LINE;
010970       MOVE 'STREAM RECORDS WRITTEN ..' TO TOT-LABEL;
010980       MOVE RECS-WRITTEN-CNTR TO TOT-VALUE;
010990       PERFORM 0695-WRITE-TOTAL-LINE;
011000       MOVE SPACES TO APKSPLIT-LIST-RECORD;
011010       WRITE APKSPLIT-LIST-RECORD;
011020       IF SPLIT-RC < 12
011030        THEN
011040         MOVE 'NIGHT SPLIT - RUN EACH STREAM UNDER ITS IDENTIFIER'
011050             TO APKSPLIT-LIST-RECORD;
011060        ELSE
011070         MOVE '*** NIGHT NOT SPLIT - DO NOT PRINT THE STREAMS'
011080             TO APKSPLIT-LIST-RECORD;
011090       END-IF;
011100       WRITE APKSPLIT-LIST-RECORD;
011110       CLOSE APKSPLIT-LIST;
011120       SET LIST-FILE-NOT-OPEN TO TRUE;
011130     END-IF.
011140 SKIP2
011150 0610-LIST-STREAM.
011160     MOVE STREAM-SUB TO STREAM-DIGIT.
011170     MOVE STREAM-DIGIT TO STREAM-DDNAME (8 : 1).
011180     MOVE STREAM-SUB TO LSL-STREAM.
011190     MOVE STRM-RUN-IDENT (STREAM-SUB) TO LSL-RUN-IDENT.
011200     MOVE STREAM-DDNAME TO LSL-DDNAME.
011210     MOVE STRM-FIRST-DOC (STREAM-SUB) TO LSL-FIRST-DOC.
011220     MOVE STRM-LAST-DOC (STREAM-SUB) TO LSL-LAST-DOC.
011230     MOVE STRM-DOCS (STREAM-SUB) TO LSL-DOCS.
011240     MOVE STRM-PAGES (STREAM-SUB) TO LSL-PAGES.
011250     MOVE STRM-RECORDS (STREAM-SUB) TO LSL-RECORDS.
011260     MOVE LIST-STREAM-LINE TO APKSPLIT-LIST-RECORD.
011270     WRITE APKSPLIT-LIST-RECORD.
011280 SKIP2
011290 0695-WRITE-TOTAL-LINE.
011300     MOVE LIST-TOTAL-LINE TO APKSPLIT-LIST-RECORD.
011310     WRITE APKSPLIT-LIST-RECORD.
011320 SKIP2
011330 0700-POST-RUN-LEDGER.
011340* Record the step in the run ledger against the night, so the
011345* ledger shows the split with the night it belongs to: the start  !@02
011350* once the RUNID card has named the night, the end as the step    !@02
011355* finishes.                                                       !@02
011360     IF BASE-RUN-IDENT NOT = SPACES
011370      THEN
011380       INITIALIZE LEDGER-PARMS;
011390       MOVE LEDGER-POSTING TO LGP-FUNCTION;                       !@02
011400       MOVE BASE-RUN-IDENT TO LGP-RUN-IDENT;
011410       MOVE 'APKSPLIT' TO LGP-STEP-NAME;
011420       MOVE RUN-DATE-W TO LGP-START-DATE;
011430       MOVE RUN-TIME-W (1 : 6) TO LGP-START-TIME;
011440       MOVE SPLIT-RC TO LGP-STEP-RC;
011450       MOVE 'STREAMS' TO LGP-COUNT-LABEL (1);
011460       MOVE STREAM-COUNT TO LGP-COUNT-VALUE (1);
011470       MOVE 'DOCS' TO LGP-COUNT-LABEL (2);
011480       MOVE DOC-CNTR TO LGP-COUNT-VALUE (2);
011490       MOVE 'PAGES' TO LGP-COUNT-LABEL (3);
011500       MOVE PAGE-CNTR TO LGP-COUNT-VALUE (3);
011510       CALL LEDGER-PGM USING LEDGER-PARMS;
011520       IF LGP-RESULT NOT = ZERO
011530        THEN
011540         DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT POSTED, ',
011550                 'RESULT ', LGP-RESULT;
011560       END-IF;
011570     END-IF.
