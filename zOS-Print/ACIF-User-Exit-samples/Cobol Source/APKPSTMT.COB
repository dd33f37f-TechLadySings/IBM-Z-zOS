000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - POSTAGE STATEMENT.        !@01*
000135*   15 OCT 2026  DLM  A SHARED ENVELOPE IS ONE MAIL PIECE.        !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKPSTMT.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Postage statement for the mail drop, built from the
000190               presorted extract APKPSORT wrote and the APKMANIF
000200               manifest the input exit cut from it, so the
000210               statement signed at the dock matches what went into
000220               the trays.
000230
000240               Every print-channel document of the manifest is one
000247               mail piece, except that the documents the presort  !@02
000254               householded into one envelope -- consecutive in the!@02
000261               manifest under the same envelope number -- make one!@02
000268               piece together.  A piece's ZIP comes from its first!@02
000275               HDR in the presorted extract (data bytes 22-26),   !@02
000282               found by the HDR sequence number the manifest      !@02
000289               records; its weight comes from the manifest page   !@02
000296               counts, one page to a sheet, at the figure on the  !@02
000303               SHEETSPEROZ control card.
000310
000320               Pieces qualify the way the trays are made up:
000330                  5-DIGIT - the ZIP alone has at least the minimum
000340                            tray volume (MINPIECES card).
000350                  3-DIGIT - the ZIPs of one three-digit prefix
000360                            that do not qualify alone together
000370                            reach the minimum.
000380                  MIXED   - everything else with a good ZIP.
000390               A piece with a blank or non-numeric ZIP cannot be
000400               presorted; it is listed separately as an exception
000410               and estimated at the single-piece rate.
000420
000430               Trays are counted per 5-digit ZIP, per 3-digit
000440               prefix, and for the mixed residue at TRAYSIZE
000450               pieces to a tray.  Postage is estimated per
000460               category and ounce from the rate cards, in
000470               thousandths of a dollar:
000480                  RATE5DIGIT=n  RATE3DIGIT=n  RATEMIXED=n
000490                  RATESINGLE=n  RATEADDLOZ=n (each ounce after
000500                  the first)
000510               Cards missing from the shared APKPARM member keep
000520               the rates this program carries, which must be
000530               brought up to date whenever the postal rates
000540               change.
000550
000560               The statement balances: the documents in the pieces!@02
000567               of every category and the exceptions together must !@02
000574               equal the print-channel document count of the      !@02
000581               manifest.                                          !@02
000590
000600               The step return code:
000610                  0 - statement written and in balance.
000620                  4 - exception pieces listed, the extract was
000630                      found out of ZIP order, or a piece is over
000640                      the heaviest ounce tier.
000650                  8 - manifest documents were not found in the
000660                      extract or the statement does not balance;
000670                      the statement must not be signed.
000680                 12 - the manifest, the extract, or the statement
000690                      dataset is not available.
000700
000710 DATE-WRITTEN. 15 OCT 26.
000720 DATE-COMPILED.
000730 SECURITY. IBM SAMPLE CODE ONLY.
000740*/**************************************************************/
000750*/* Licensed under the Apache License, Version 2.0 (the        */
000760*/* "License"); you may not use this file except in compliance */
000770*/* with the License. You may obtain a copy of the License at  */
000780*/*                                                            */
000790*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000800*/*                                                            */
000810*/* Unless required by applicable law or agreed to in writing, */
000820*/* software distributed under the License is distributed on an*/
000830*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000840*/* KIND, either express or implied.  See the License for the  */
000850*/* specific language governing permissions and limitations    */
000860*/* under the License.                                         */
000870*/*------------------------------------------------------------*/
000880*/*                                                            */
000890*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000900*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000910*/*                                                            */
000920*/*   Permission to use, copy, modify, and distribute          */
000930*/*   this software for any purpose with or without fee        */
000940*/*   is hereby granted, provided that the above               */
000950*/*   copyright notices appear in all copies.                  */
000960*/*                                                            */
000970*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000980*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000990*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001000*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001010*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001020*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001030*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001040*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001050*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001060*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001070*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001080*/**************************************************************/
001090 TITLE 'Postage Statement'.
001100 ENVIRONMENT DIVISION.
001110 CONFIGURATION SECTION.
001120 SOURCE-COMPUTER. IBM-370.
001130 OBJECT-COMPUTER. IBM-370.
001140 INPUT-OUTPUT SECTION.
001150 FILE-CONTROL.
001160     SELECT APKPSTMT-PARM       ASSIGN TO SYS001-S-APKPARM
001170                                 ORGANIZATION IS SEQUENTIAL
001180                                 FILE STATUS
001190                                 APKPSTMT-PARM-STATUS.
001200     SELECT APKPSTMT-EXTR       ASSIGN TO SYS001-S-APKPSOUT
001210                                 ORGANIZATION IS SEQUENTIAL
001220                                 FILE STATUS
001230                                 APKPSTMT-EXTR-STATUS.
001240     SELECT APKPSTMT-MANIF      ASSIGN TO SYS001-S-APKMANIF
001250                                 ORGANIZATION IS SEQUENTIAL
001260                                 FILE STATUS
001270                                 APKPSTMT-MANIF-STATUS.
001280     SELECT APKPSTMT-LIST       ASSIGN TO SYS001-S-APKPSRPT
001290                                 ORGANIZATION IS SEQUENTIAL
001300                                 FILE STATUS
001310                                 APKPSTMT-LIST-STATUS.
001320     EJECT
001330 DATA DIVISION.
001340 FILE SECTION.
001350/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001360 FD  APKPSTMT-PARM,
001370     RECORDING MODE IS F,
001380     BLOCK CONTAINS 0 RECORDS.
001390 01  APKPSTMT-PARM-RECORD.
001400     05  PARM-CARD-TEXT          PIC X(72).
001410     05  FILLER                  PIC X(8).
001420/ THE PRESORTED EXTRACT, AS APKPSORT WROTE IT.
001430 FD  APKPSTMT-EXTR,
001440     BLOCK CONTAINS 0 RECORDS,
001450     RECORDING MODE IS V
001460     RECORD VARYING FROM 08 TO 32752
001470         DEPENDING ON EXTR-LENGTH.
001480 01  APKPSTMT-EXTR-RECORD.
001490     05  EXTR-INTRODUCER.
001500       10  EXTR-CC           PIC X.
001510       10  EXTR-LEN-CHR      PIC XX.
001520       10  EXTR-RECLEN REDEFINES
001530                                EXTR-LEN-CHR
001540                             PIC 9(4) COMP.
001550       10  EXTR-TYPE         PIC XXX.
001560           88  EXTR-TYPE-IS-HDR    VALUE 'HDR'.
001570       10  EXTR-FLAG         PIC X.
001580       10  EXTR-SEQ-CHR      PIC XX.
001590       10  EXTR-SEQNUM REDEFINES
001600                                EXTR-SEQ-CHR
001610                             PIC 9(4) COMP.
001620     05  EXTR-DATA.
001630         10  EXTR-ARRAY
001640                             OCCURS 32743,
001650                             DEPENDING ON
001660                             EXTR-RECLEN,
001670                             PIC X.
001680/ LOGICAL-DOCUMENT MANIFEST WRITTEN BY THE INPUT EXIT.
001690 FD  APKPSTMT-MANIF,
001700     RECORDING MODE IS F,
001710     BLOCK CONTAINS 0 RECORDS.
001720 01  APKPSTMT-MANIF-RECORD.
001730     05  MANIF-DOC-NUMBER        PIC 9(8).
001740     05  FILLER                  PIC X.
001750     05  MANIF-START-SEQNUM      PIC 9(8).
001760     05  FILLER                  PIC X.
001770     05  MANIF-END-SEQNUM        PIC 9(8).
001780     05  FILLER                  PIC X.
001790     05  MANIF-SOURCE-DD         PIC X(8).
001800     05  FILLER                  PIC X.
001810     05  MANIF-PAGE-COUNT        PIC 9(8).
001820     05  FILLER                  PIC X.
001830     05  MANIF-CUST-NAME         PIC X(30).
001840     05  FILLER                  PIC X.
001850     05  MANIF-CHANNEL           PIC X(5).
001860     05  FILLER                  PIC X.
001870     05  MANIF-RUN-IDENT         PIC X(22).
001880     05  FILLER                  PIC X.                           !@02
001883     05  MANIF-ENVELOPE          PIC 9(8).                        !@02
001886     05  FILLER                  PIC X(3).                        !@02
001890/ THE POSTAGE STATEMENT.
001900 FD  APKPSTMT-LIST,
001910     RECORDING MODE IS F,
001920     BLOCK CONTAINS 0 RECORDS.
001930 01  APKPSTMT-LIST-RECORD       PIC X(80).
001940   SKIP3
001950 WORKING-STORAGE SECTION.
001960 77  PGMNAME                 PIC X(8) VALUE 'APKPSTMT'.
001970 77  PSTMT-RC                PIC 9(4) BINARY VALUE ZERO.
001980 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
001990 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
002000 77  EXTR-LENGTH             PIC 9(8) BINARY VALUE ZERO.
002010 77  MANIF-READ-CNTR         PIC 9(8) BINARY VALUE ZERO.
002020 77  MANIF-PRINT-CNTR        PIC 9(8) BINARY VALUE ZERO.
002030 77  MANIF-PAGE-CNTR         PIC 9(8) BINARY VALUE ZERO.
002040 77  NOT-FOUND-CNTR          PIC 9(8) BINARY VALUE ZERO.
002050 77  OVERWEIGHT-CNTR         PIC 9(8) BINARY VALUE ZERO.
002060 77  OUT-OF-ORDER-CNTR       PIC 9(8) BINARY VALUE ZERO.
002070 77  PIECE-TOTAL             PIC 9(8) BINARY VALUE ZERO.
002080 77  PAGE-TOTAL              PIC 9(8) BINARY VALUE ZERO.
002090 77  TRAY-TOTAL              PIC 9(8) BINARY VALUE ZERO.
002100 77  POSTAGE-TOTAL           PIC 9(9)V99 VALUE ZERO.
002110 77  MANIF-RUN-W             PIC X(22) VALUE SPACES.
002120* Control-card values.  Rates are thousandths of a dollar per
002130* piece for the first ounce; each further ounce adds the
002140* additional-ounce rate.  Carried rates are the current
002150* published presort rates and are overridden by rate cards.
002160 77  SHEETS-PER-OZ           PIC 9(8) BINARY VALUE 4.
002170 77  TRAY-SIZE               PIC 9(8) BINARY VALUE 300.
002180 77  MIN-PIECES              PIC 9(8) BINARY VALUE 150.
002190 77  ADDL-OZ-RATE            PIC 9(8) BINARY VALUE 270.
002200* The piece being placed.
002210 77  PIECE-ZIP               PIC X(5) VALUE SPACES.
002220 77  PIECE-PAGES             PIC 9(8) BINARY VALUE ZERO.
002222 77  PIECE-ENVELOPE          PIC 9(8) BINARY VALUE ZERO.          !@02
002224 77  PIECE-DOCS              PIC 9(8) BINARY VALUE ZERO.          !@02
002226 77  PIECE-DOC-NUMBER        PIC 9(8) VALUE ZERO.                 !@02
002228 77  PIECE-CUST-NAME         PIC X(30) VALUE SPACES.              !@02
002230 77  PIECE-OZ                PIC 9(8) BINARY VALUE ZERO.
002240 77  PREV-ZIP                PIC X(5) VALUE SPACES.
002250 77  EXCEPT-REASON           PIC X(16) VALUE SPACES.
002251* The manifest document being read into the piece.                !@02
002252 77  DOC-ZIP                 PIC X(5) VALUE SPACES.               !@02
002254 77  DOC-PAGES               PIC 9(8) BINARY VALUE ZERO.          !@02
002255 77  DOC-ENVELOPE            PIC 9(8) BINARY VALUE ZERO.          !@02
002257 77  PLACED-DOC-CNTR         PIC 9(8) BINARY VALUE ZERO.          !@02
002258 77  SHARED-PIECE-CNTR       PIC 9(8) BINARY VALUE ZERO.          !@02
002260* The rate of one piece at one weight, in dollars.
002270 77  PIECE-RATE              PIC 9(3)V999 VALUE ZERO.
002280 77  TIER-POSTAGE            PIC 9(9)V99 VALUE ZERO.
002290 77  TRAYS-W                 PIC 9(8) BINARY VALUE ZERO.
002300 77  RESIDUE-PIECES          PIC 9(8) BINARY VALUE ZERO.
002310 77  RESIDUE-CAT             PIC 9(4) BINARY VALUE ZERO.
002320 77  CAT-SUB                 PIC 9(4) BINARY VALUE ZERO.
002330 77  OZ-SUB                  PIC 9(4) BINARY VALUE ZERO.
002340 77  ZIP-SUB                 PIC 9(4) BINARY VALUE ZERO.
002350 77  ZIP-COUNT               PIC 9(4) BINARY VALUE ZERO.
002360* THE RATE CATEGORIES -- THREE PRESORT LEVELS AND THE
002370* SINGLE-PIECE EXCEPTIONS -- BY OUNCE.  FIRST-CLASS LETTERS
002380* STOP AT THIRTEEN OUNCES; A HEAVIER PIECE IS RATED AT THE
002390* TOP TIER AND WARNED.
002400 01  CATEGORY-TABLE.
002410     05  CATEGORY-ENTRY      OCCURS 4 TIMES.
002420         10  CAT-NAME        PIC X(12).
002430         10  CAT-RATE        PIC 9(8) BINARY.
002440         10  CAT-PIECES      PIC 9(8) BINARY.
002450         10  CAT-PAGES       PIC 9(8) BINARY.
002460         10  CAT-TRAYS       PIC 9(8) BINARY.
002470         10  CAT-POSTAGE     PIC 9(9)V99.
002480         10  CAT-OZ-PIECES   PIC 9(8) BINARY
002490                             OCCURS 13 TIMES.
002500* THE ZIPS OF THE THREE-DIGIT PREFIX BEING COLLECTED.  THE
002510* EXTRACT IS IN ZIP ORDER, SO A PREFIX HOLDS AT MOST ONE
002520* HUNDRED DISTINCT FIVE-DIGIT ZIPS, AND IS SETTLED WHEN THE
002530* NEXT PREFIX BEGINS.
002540 01  PREFIX-TABLE.
002550     05  PREFIX-ENTRY        OCCURS 100 TIMES.
002560         10  PFX-ZIP         PIC X(5).
002570         10  PFX-PIECES      PIC 9(8) BINARY.
002580         10  PFX-PAGES       PIC 9(8) BINARY.
002590         10  PFX-OZ-PIECES   PIC 9(8) BINARY
002600                             OCCURS 13 TIMES.
002610* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
002620 01  PARM-WORK-FIELDS.
002630     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
002640     05  PARM-VALUE          PIC X(68) VALUE SPACES.
002650     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
002660     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
002670     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
002680     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
002690                             PIC 9(8).
002700     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
002710         88  PARM-NUM-OK         VALUE 'Y'.
002720         88  PARM-NUM-BAD        VALUE 'N'.
002730* REPORT LINE LAYOUTS.
002740 01  LIST-HEADER-LINE.
002750     05  FILLER              PIC X(34)
002760         VALUE 'APKPSTMT  POSTAGE STATEMENT'.
002770     05  FILLER              PIC X(3)  VALUE SPACES.
002780     05  HDR-DATE            PIC X(8).
002790     05  FILLER              PIC X     VALUE SPACE.
002800     05  HDR-TIME            PIC X(6).
002810     05  FILLER              PIC X(28) VALUE SPACES.
002820 01  EXCEPT-COLUMN-LINE.
002830     05  FILLER              PIC X(9)  VALUE 'DOCUMENT'.
002840     05  FILLER              PIC X(31) VALUE 'CUSTOMER'.
002850     05  FILLER              PIC X(6)  VALUE 'ZIP'.
002860     05  FILLER              PIC X(9)  VALUE '   PAGES'.
002870     05  FILLER              PIC X(25) VALUE ' REASON'.
002880 01  EXCEPT-DETAIL-LINE.
002890     05  EXL-DOC-NUMBER      PIC ZZZZZZZ9.
002900     05  FILLER              PIC X     VALUE SPACE.
002910     05  EXL-CUST-NAME       PIC X(30).
002920     05  FILLER              PIC X     VALUE SPACE.
002930     05  EXL-ZIP             PIC X(5).
002940     05  FILLER              PIC X     VALUE SPACE.
002950     05  EXL-PAGES           PIC ZZZZZZZ9.
002960     05  FILLER              PIC X     VALUE SPACE.
002970     05  EXL-REASON          PIC X(16).
002980     05  FILLER              PIC X(9)  VALUE SPACES.
002990 01  STMT-COLUMN-LINE.
003000     05  FILLER              PIC X(13) VALUE 'CATEGORY'.
003010     05  FILLER              PIC X(8)  VALUE 'WEIGHT'.
003020     05  FILLER              PIC X(9)  VALUE '  RATE'.
003030     05  FILLER              PIC X(9)  VALUE '   PIECES'.
003040     05  FILLER              PIC X(9)  VALUE '    TRAYS'.
003050     05  FILLER              PIC X(15) VALUE '        POSTAGE'.
003060     05  FILLER              PIC X(17) VALUE SPACES.
003070 01  STMT-DETAIL-LINE.
003080     05  STL-CATEGORY        PIC X(12).
003090     05  FILLER              PIC X     VALUE SPACE.
003100     05  STL-OZ              PIC Z9.
003110     05  STL-OZ-LABEL        PIC X(6).
003120     05  STL-RATE            PIC ZZZZ.999.
003130     05  FILLER              PIC X     VALUE SPACE.
003140     05  STL-PIECES          PIC ZZZZZZZ9.
003150     05  FILLER              PIC X     VALUE SPACE.
003160     05  STL-TRAYS           PIC ZZZZZZZ9.
003170     05  FILLER              PIC X     VALUE SPACE.
003180     05  STL-POSTAGE         PIC ZZZ,ZZZ,ZZ9.99.
003190     05  FILLER              PIC X(18) VALUE SPACES.
003200 01  STMT-DETAIL-BLANKS REDEFINES STMT-DETAIL-LINE.
003210     05  FILLER              PIC X(21).
003220     05  STL-RATE-X          PIC X(8).
003230     05  FILLER              PIC X(10).
003240     05  STL-TRAYS-X         PIC X(8).
003250     05  FILLER              PIC X(33).
003260 01  LIST-TOTAL-LINE.
003270     05  TOT-LABEL           PIC X(26).
003280     05  TOT-VALUE           PIC ZZZZZZZ9.
003290     05  FILLER              PIC X(46) VALUE SPACES.
003300 01  LIST-MONEY-LINE.
003310     05  TOTM-LABEL          PIC X(26).
003320     05  TOTM-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
003330     05  FILLER              PIC X(40) VALUE SPACES.
003340 01  PSTMT-SWITCHES.
003350     05  MANIF-EOF-SW        PIC X    VALUE 'N'.
003360         88  MANIF-AT-EOF        VALUE 'Y'.
003370     05  EXTR-EOF-SW         PIC X    VALUE 'N'.
003380         88  EXTR-AT-EOF         VALUE 'Y'.
003390         88  EXTR-NOT-AT-EOF     VALUE 'N'.
003400     05  HDR-FOUND-SW        PIC X    VALUE 'N'.
003410         88  HDR-FOUND           VALUE 'Y'.
003420         88  HDR-NOT-FOUND       VALUE 'N'.
003421     05  PIECE-OPEN-SW       PIC X    VALUE 'N'.                  !@02
003422         88  PIECE-IS-OPEN       VALUE 'Y'.                       !@02
003424         88  PIECE-NOT-OPEN      VALUE 'N'.                       !@02
003425     05  PIECE-HDR-SW        PIC X    VALUE 'N'.                  !@02
003427         88  PIECE-HDR-FOUND     VALUE 'Y'.                       !@02
003428         88  PIECE-HDR-NOT-FOUND VALUE 'N'.                       !@02
003430     05  EXCEPT-HEAD-SW      PIC X    VALUE 'N'.
003440         88  EXCEPT-HEAD-WRITTEN VALUE 'Y'.
003450     05  LIST-FILE-SW        PIC X    VALUE 'N'.
003460         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
003470         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
003480 01  GLOBAL-VARIABLES.
003490     05  APKPSTMT-PARM-STATUS    PIC 99   VALUE ZERO.
003500         88  APKPSTMT-PARM-OK    VALUE 00.
003510     05  APKPSTMT-EXTR-STATUS    PIC 99   VALUE ZERO.
003520         88  APKPSTMT-EXTR-OK    VALUE 00.
003530     05  APKPSTMT-MANIF-STATUS   PIC 99   VALUE ZERO.
003540         88  APKPSTMT-MANIF-OK   VALUE 00.
003550     05  APKPSTMT-LIST-STATUS    PIC 99   VALUE ZERO.
003560         88  APKPSTMT-LIST-OK    VALUE 00.
003570     SKIP1
003580 TITLE 'Initialization and Main Line'.
003590 PROCEDURE DIVISION.
003600     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
003610     ACCEPT RUN-TIME-W FROM TIME.
003620     PERFORM 0090-INIT-CATEGORIES.
003630     PERFORM 0100-LOAD-PARM-CARDS.
003640     PERFORM 0110-OPEN-FILES.
003650     IF PSTMT-RC < 12
003660      THEN
003670       PERFORM 0120-PLACE-PIECE
003680           UNTIL MANIF-AT-EOF;
003682       IF PIECE-IS-OPEN                                           !@02
003684        THEN                                                      !@02
003686         PERFORM 0122-DISPOSE-PIECE;                              !@02
003688       END-IF;                                                    !@02
003690       PERFORM 0140-SETTLE-PREFIX;
003700       PERFORM 0170-PRICE-CATEGORIES;
003710       PERFORM 0180-WRITE-STATEMENT;
003720     END-IF.
003730     PERFORM 0190-CLOSE-FILES.
003740     DISPLAY PGMNAME, ' POSTAGE STATEMENT COMPLETE, RC ',
003750             PSTMT-RC.
003760     MOVE PSTMT-RC TO RETURN-CODE.
003770     GOBACK.
003780 SKIP3
003790 0090-INIT-CATEGORIES.
003800     INITIALIZE CATEGORY-TABLE.
003810     INITIALIZE PREFIX-TABLE.
003820     MOVE '5-DIGIT' TO CAT-NAME (1).
003830     MOVE 593 TO CAT-RATE (1).
003840     MOVE '3-DIGIT' TO CAT-NAME (2).
003850     MOVE 616 TO CAT-RATE (2).
003860     MOVE 'MIXED' TO CAT-NAME (3).
003870     MOVE 656 TO CAT-RATE (3).
003880     MOVE 'SINGLE-PIECE' TO CAT-NAME (4).
003890     MOVE 690 TO CAT-RATE (4).
003900 SKIP2
003910 0100-LOAD-PARM-CARDS.
003920* Pick up the weight, tray, and rate cards.  The card format
003930* and the comment conventions are the ones the input exit's
003940* control-card dataset already uses, so one APKPARM member can
003950* serve the whole job stream.
003960     OPEN INPUT APKPSTMT-PARM.
003970     IF APKPSTMT-PARM-OK
003980      THEN
003990       PERFORM 0105-APPLY-PARM-CARD
004000           UNTIL NOT APKPSTMT-PARM-OK;
004010       CLOSE APKPSTMT-PARM;
004020     END-IF.
004030     DISPLAY PGMNAME, ' SHEETS PER OUNCE ', SHEETS-PER-OZ,
004040             ' TRAY SIZE ', TRAY-SIZE,
004050             ' MINIMUM ', MIN-PIECES.
004060 SKIP2
004070 0105-APPLY-PARM-CARD.
004080     READ APKPSTMT-PARM;
004090     IF APKPSTMT-PARM-OK
004100         AND PARM-CARD-TEXT NOT = SPACES
004110         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
004120      THEN
004130       MOVE SPACES TO PARM-KEYWORD;
004140       MOVE SPACES TO PARM-VALUE;
004150       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
004160           INTO PARM-KEYWORD, PARM-VALUE;
004170       EVALUATE PARM-KEYWORD
004180         WHEN 'SHEETSPEROZ'
004190           PERFORM 0106-CONVERT-PARM-NUMBER;
004200           IF PARM-NUM-OK AND PARM-NUM-VALUE > ZERO
004210            THEN
004220             MOVE PARM-NUM-VALUE TO SHEETS-PER-OZ;
004230           END-IF
004240         WHEN 'TRAYSIZE'
004250           PERFORM 0106-CONVERT-PARM-NUMBER;
004260           IF PARM-NUM-OK AND PARM-NUM-VALUE > ZERO
004270            THEN
004280             MOVE PARM-NUM-VALUE TO TRAY-SIZE;
004290           END-IF
004300         WHEN 'MINPIECES'
004310           PERFORM 0106-CONVERT-PARM-NUMBER;
004320           IF PARM-NUM-OK
004330            THEN
004340             MOVE PARM-NUM-VALUE TO MIN-PIECES;
004350           END-IF
004360         WHEN 'RATE5DIGIT'
004370           PERFORM 0106-CONVERT-PARM-NUMBER;
004380           IF PARM-NUM-OK
004390            THEN
004400             MOVE PARM-NUM-VALUE TO CAT-RATE (1);
004410           END-IF
004420         WHEN 'RATE3DIGIT'
004430           PERFORM 0106-CONVERT-PARM-NUMBER;
004440           IF PARM-NUM-OK
004450            THEN
004460             MOVE PARM-NUM-VALUE TO CAT-RATE (2);
004470           END-IF
004480         WHEN 'RATEMIXED'
004490           PERFORM 0106-CONVERT-PARM-NUMBER;
004500           IF PARM-NUM-OK
004510            THEN
004520             MOVE PARM-NUM-VALUE TO CAT-RATE (3);
004530           END-IF
004540         WHEN 'RATESINGLE'
004550           PERFORM 0106-CONVERT-PARM-NUMBER;
004560           IF PARM-NUM-OK
004570            THEN
004580             MOVE PARM-NUM-VALUE TO CAT-RATE (4);
004590           END-IF
004600         WHEN 'RATEADDLOZ'
004610           PERFORM 0106-CONVERT-PARM-NUMBER;
004620           IF PARM-NUM-OK
004630            THEN
004640             MOVE PARM-NUM-VALUE TO ADDL-OZ-RATE;
004650           END-IF
004660         WHEN OTHER
004670* The same card member drives the input exit, so keywords
004680* this step has no use for pass by without comment.
004690           CONTINUE
004700       END-EVALUATE;
004710     END-IF.
004720 SKIP2
004730 0106-CONVERT-PARM-NUMBER.
004740* Convert the left-justified digits of a control-card value
004750* into a binary-usable number, exactly as the input exit
004760* does.
004770     SET PARM-NUM-BAD TO TRUE;
004780     MOVE SPACES TO PARM-NUM-WORK;
004790     MOVE ZERO TO PARM-NUM-LEN;
004800     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
004810         INTO PARM-NUM-WORK
004820         COUNT IN PARM-NUM-LEN;
004830     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
004840      THEN
004850       MOVE ZEROES TO PARM-NUM-DIGITS;
004860       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
004870           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
004880       IF PARM-NUM-DIGITS IS NUMERIC
004890        THEN
004900         SET PARM-NUM-OK TO TRUE;
004910       END-IF;
004920     END-IF;
004930     IF PARM-NUM-BAD
004940      THEN
004950       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
004960               'CARD VALUE IGNORED: ', PARM-KEYWORD;
004970     END-IF.
004980 SKIP2
004990 0110-OPEN-FILES.
005000     OPEN INPUT APKPSTMT-MANIF.
005010     IF NOT APKPSTMT-MANIF-OK
005020      THEN
005030       DISPLAY PGMNAME, ' MANIFEST NOT AVAILABLE, STATUS ',
005040               APKPSTMT-MANIF-STATUS;
005050       MOVE 12 TO PSTMT-RC;
005060     END-IF.
005070     OPEN INPUT APKPSTMT-EXTR.
005080     IF NOT APKPSTMT-EXTR-OK
005090      THEN
005100       DISPLAY PGMNAME, ' PRESORTED EXTRACT NOT AVAILABLE, ',
005110               'STATUS ', APKPSTMT-EXTR-STATUS;
005120       MOVE 12 TO PSTMT-RC;
005130     END-IF.
005140     OPEN OUTPUT APKPSTMT-LIST.
005150     IF APKPSTMT-LIST-OK
005160      THEN
005170       SET LIST-FILE-IS-OPEN TO TRUE;
005180       MOVE RUN-DATE-W TO HDR-DATE;
005190       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
005200       MOVE LIST-HEADER-LINE TO APKPSTMT-LIST-RECORD;
005210       WRITE APKPSTMT-LIST-RECORD;
005220      ELSE
005230       DISPLAY PGMNAME, ' STATEMENT NOT AVAILABLE, STATUS ',
005240               APKPSTMT-LIST-STATUS;
005250       MOVE 12 TO PSTMT-RC;
005260     END-IF.
005270 SKIP2
005280 0120-PLACE-PIECE.
005285* One manifest record.  Only the print channel becomes mail;
005290* e-delivery and held documents never reach a tray.  The          !@02
005295* documents the presort householded into one envelope follow      !@02
005300* each other here under one envelope number and together make     !@02
005305* one piece; every other document is a piece of its own.  A       !@02
005310* piece is placed once the next one begins.                       !@02
005315     READ APKPSTMT-MANIF.
005320     IF NOT APKPSTMT-MANIF-OK
005325      THEN
005330       SET MANIF-AT-EOF TO TRUE;
005335      ELSE
005340       ADD 1 TO MANIF-READ-CNTR;
005345       IF MANIF-CHANNEL = 'PRINT'
005350        THEN
005355         ADD 1 TO MANIF-PRINT-CNTR;
005360         MOVE MANIF-RUN-IDENT TO MANIF-RUN-W;
005365         MOVE ZERO TO DOC-PAGES;                                  !@02
005370         IF MANIF-PAGE-COUNT IS NUMERIC
005375          THEN
005380           MOVE MANIF-PAGE-COUNT TO DOC-PAGES;                    !@02
005385         END-IF;
005390         ADD DOC-PAGES TO MANIF-PAGE-CNTR;                        !@02
005395         MOVE ZERO TO DOC-ENVELOPE;                               !@02
005400         IF MANIF-ENVELOPE IS NUMERIC                             !@02
005405          THEN                                                    !@02
005410           MOVE MANIF-ENVELOPE TO DOC-ENVELOPE;                   !@02
005415         END-IF;                                                  !@02
005420         PERFORM 0125-FIND-PIECE-HDR;
005425         IF PIECE-IS-OPEN AND PIECE-HDR-FOUND AND HDR-FOUND       !@02
005430             AND DOC-ENVELOPE > ZERO                              !@02
005435             AND DOC-ENVELOPE = PIECE-ENVELOPE                    !@02
005440          THEN                                                    !@02
005445           ADD 1 TO PIECE-DOCS;                                   !@02
005450           ADD DOC-PAGES TO PIECE-PAGES;                          !@02
005455          ELSE                                                    !@02
005460           IF PIECE-IS-OPEN                                       !@02
005465            THEN                                                  !@02
005470             PERFORM 0122-DISPOSE-PIECE;                          !@02
005475           END-IF;                                                !@02
005480           SET PIECE-IS-OPEN TO TRUE;                             !@02
005485           MOVE 1 TO PIECE-DOCS;                                  !@02
005490           MOVE DOC-PAGES TO PIECE-PAGES;                         !@02
005495           MOVE DOC-ENVELOPE TO PIECE-ENVELOPE;                   !@02
005500           MOVE DOC-ZIP TO PIECE-ZIP;                             !@02
005505           MOVE MANIF-DOC-NUMBER TO PIECE-DOC-NUMBER;             !@02
005510           MOVE MANIF-CUST-NAME TO PIECE-CUST-NAME;               !@02
005515           MOVE HDR-FOUND-SW TO PIECE-HDR-SW;                     !@02
005520         END-IF;                                                  !@02
005525       END-IF;
005530     END-IF.
005535 SKIP2
005540 0122-DISPOSE-PIECE.                                              !@02
005545* The piece is complete: weigh it and place it in its tray,       !@02
005550* or list it as an exception.                                     !@02
005555     ADD PIECE-DOCS TO PLACED-DOC-CNTR.                           !@02
005560     IF PIECE-DOCS > 1                                            !@02
005565      THEN                                                        !@02
005570       ADD 1 TO SHARED-PIECE-CNTR;                                !@02
005575     END-IF.                                                      !@02
005580     PERFORM 0127-WEIGH-PIECE.                                    !@02
005585     EVALUATE TRUE                                                !@02
005590       WHEN PIECE-HDR-NOT-FOUND                                   !@02
005595         MOVE 'NOT IN EXTRACT' TO EXCEPT-REASON                   !@02
005600         ADD 1 TO NOT-FOUND-CNTR                                  !@02
005605         PERFORM 0160-LIST-EXCEPTION                              !@02
005610       WHEN PIECE-ZIP = SPACES                                    !@02
005615         MOVE 'BLANK ZIP' TO EXCEPT-REASON                        !@02
005620         PERFORM 0160-LIST-EXCEPTION                              !@02
005625       WHEN PIECE-ZIP IS NOT NUMERIC                              !@02
005630         MOVE 'INVALID ZIP' TO EXCEPT-REASON                      !@02
005635         PERFORM 0160-LIST-EXCEPTION                              !@02
005640       WHEN OTHER                                                 !@02
005645         PERFORM 0130-COLLECT-PIECE                               !@02
005650     END-EVALUATE.                                                !@02
005655     SET PIECE-NOT-OPEN TO TRUE.                                  !@02
005657 SKIP2                                                             !@02
005660 0125-FIND-PIECE-HDR.
005670* The manifest and the presorted extract run in the same
005680* order, so the piece's HDR is the next HDR carrying the
005690* sequence number the manifest recorded for it.  HDRs passed
005700* over belong to documents the input exit rejected.
005710     SET HDR-NOT-FOUND TO TRUE.
005720     MOVE SPACES TO DOC-ZIP.                                      !@02
005730     PERFORM 0126-READ-EXTRACT
005740         UNTIL HDR-FOUND OR EXTR-AT-EOF.
005750 SKIP2
005760 0126-READ-EXTRACT.
005770     READ APKPSTMT-EXTR.
005780     IF NOT APKPSTMT-EXTR-OK
005790      THEN
005800       SET EXTR-AT-EOF TO TRUE;
005810      ELSE
005820       IF EXTR-TYPE-IS-HDR
005830           AND MANIF-START-SEQNUM IS NUMERIC
005840           AND EXTR-SEQNUM = MANIF-START-SEQNUM
005850        THEN
005860         SET HDR-FOUND TO TRUE;
005870         IF EXTR-RECLEN >= 26
005880          THEN
005890           MOVE EXTR-DATA (22 : 5) TO DOC-ZIP;                    !@02
005900         END-IF;
005910       END-IF;
005920     END-IF.
005930 SKIP2
005940 0127-WEIGH-PIECE.
005950* Whole ounces, rounded up; even a piece with no counted page
005960* weighs an ounce.
005970     COMPUTE PIECE-OZ = (PIECE-PAGES + SHEETS-PER-OZ - 1)
005980                        / SHEETS-PER-OZ.
005990     IF PIECE-OZ = ZERO
006000      THEN
006010       MOVE 1 TO PIECE-OZ;
006020     END-IF.
006030     IF PIECE-OZ > 13
006040      THEN
006050       ADD 1 TO OVERWEIGHT-CNTR;
006060       DISPLAY PGMNAME, ' WARNING - DOCUMENT ', PIECE-DOC-NUMBER, !@02
006070               ' WEIGHS ', PIECE-OZ, ' OUNCES';
006080       MOVE 13 TO PIECE-OZ;
006090     END-IF.
006100 SKIP2
006110 0130-COLLECT-PIECE.
006120* A new three-digit prefix settles the one before it; a new
006130* ZIP opens the next entry of the prefix.  A ZIP lower than
006140* the one before means the extract is not in presort order
006150* and the qualification below is understated.
006160     IF PREV-ZIP NOT = SPACES
006170         AND PIECE-ZIP < PREV-ZIP
006180      THEN
006190       ADD 1 TO OUT-OF-ORDER-CNTR;
006200     END-IF.
006210     IF ZIP-COUNT > ZERO
006220         AND PIECE-ZIP (1 : 3) NOT = PFX-ZIP (1) (1 : 3)
006230      THEN
006240       PERFORM 0140-SETTLE-PREFIX;
006250     END-IF.
006260     IF ZIP-COUNT = ZERO
006270         OR PIECE-ZIP NOT = PFX-ZIP (ZIP-COUNT)
006280      THEN
006290       IF ZIP-COUNT >= 100
006300        THEN
006310         PERFORM 0140-SETTLE-PREFIX;
006320       END-IF;
006330       ADD 1 TO ZIP-COUNT;
006340       INITIALIZE PREFIX-ENTRY (ZIP-COUNT);
006350       MOVE PIECE-ZIP TO PFX-ZIP (ZIP-COUNT);
006360     END-IF.
006370     ADD 1 TO PFX-PIECES (ZIP-COUNT).
006380     ADD PIECE-PAGES TO PFX-PAGES (ZIP-COUNT).
006390     ADD 1 TO PFX-OZ-PIECES (ZIP-COUNT, PIECE-OZ).
006400     MOVE PIECE-ZIP TO PREV-ZIP.
006410 SKIP2
006420 0140-SETTLE-PREFIX.
006430* Each ZIP with the minimum volume fills 5-digit trays of its
006440* own; the rest of the prefix together fills 3-digit trays
006450* when it reaches the minimum, and otherwise falls to the
006460* mixed trays, which are counted once the whole run is in.
006470     MOVE ZERO TO RESIDUE-PIECES.
006480     PERFORM 0145-SETTLE-FIVE-DIGIT
006490         VARYING ZIP-SUB FROM 1 BY 1
006500         UNTIL ZIP-SUB > ZIP-COUNT.
006510     IF RESIDUE-PIECES > ZERO
006520      THEN
006530       IF RESIDUE-PIECES >= MIN-PIECES
006540        THEN
006550         MOVE 2 TO RESIDUE-CAT;
006560         COMPUTE TRAYS-W = (RESIDUE-PIECES + TRAY-SIZE - 1)
006570                           / TRAY-SIZE;
006580         ADD TRAYS-W TO CAT-TRAYS (2);
006590        ELSE
006600         MOVE 3 TO RESIDUE-CAT;
006610       END-IF;
006620       PERFORM 0147-SETTLE-RESIDUE
006630           VARYING ZIP-SUB FROM 1 BY 1
006640           UNTIL ZIP-SUB > ZIP-COUNT;
006650     END-IF.
006660     MOVE ZERO TO ZIP-COUNT.
006670 SKIP2
006680 0145-SETTLE-FIVE-DIGIT.
006690     IF PFX-PIECES (ZIP-SUB) >= MIN-PIECES
006700      THEN
006710       MOVE 1 TO CAT-SUB;
006720       PERFORM 0150-ADD-ZIP-TO-CATEGORY;
006730       COMPUTE TRAYS-W = (PFX-PIECES (ZIP-SUB) + TRAY-SIZE - 1)
006740                         / TRAY-SIZE;
006750       ADD TRAYS-W TO CAT-TRAYS (1);
006760       MOVE ZERO TO PFX-PIECES (ZIP-SUB);
006770      ELSE
006780       ADD PFX-PIECES (ZIP-SUB) TO RESIDUE-PIECES;
006790     END-IF.
006800 SKIP2
006810 0147-SETTLE-RESIDUE.
006820     IF PFX-PIECES (ZIP-SUB) > ZERO
006830      THEN
006840       MOVE RESIDUE-CAT TO CAT-SUB;
006850       PERFORM 0150-ADD-ZIP-TO-CATEGORY;
006860     END-IF.
006870 SKIP2
006880 0150-ADD-ZIP-TO-CATEGORY.
006890     ADD PFX-PIECES (ZIP-SUB) TO CAT-PIECES (CAT-SUB).
006900     ADD PFX-PAGES (ZIP-SUB) TO CAT-PAGES (CAT-SUB).
006910     PERFORM 0155-ADD-ZIP-OUNCE
006920         VARYING OZ-SUB FROM 1 BY 1
006930         UNTIL OZ-SUB > 13.
006940 SKIP2
006950 0155-ADD-ZIP-OUNCE.
006960     ADD PFX-OZ-PIECES (ZIP-SUB, OZ-SUB)
006970         TO CAT-OZ-PIECES (CAT-SUB, OZ-SUB).
006980 SKIP2
006990 0160-LIST-EXCEPTION.
007000* A piece that cannot be presorted goes at the single-piece
007010* rate and is listed for the mailroom to work by hand.
007020     ADD 1 TO CAT-PIECES (4).
007030     ADD PIECE-PAGES TO CAT-PAGES (4).
007040     ADD 1 TO CAT-OZ-PIECES (4, PIECE-OZ).
007050     IF LIST-FILE-IS-OPEN
007060      THEN
007070       IF NOT EXCEPT-HEAD-WRITTEN
007080        THEN
007090         SET EXCEPT-HEAD-WRITTEN TO TRUE;
007100         MOVE SPACES TO APKPSTMT-LIST-RECORD;
007110         WRITE APKPSTMT-LIST-RECORD;
007120         MOVE 'EXCEPTION PIECES - NOT PRESORTED'
007130             TO APKPSTMT-LIST-RECORD;
007140         WRITE APKPSTMT-LIST-RECORD;
007150         MOVE EXCEPT-COLUMN-LINE TO APKPSTMT-LIST-RECORD;
007160         WRITE APKPSTMT-LIST-RECORD;
007170       END-IF;
007180       MOVE PIECE-DOC-NUMBER TO EXL-DOC-NUMBER;                   !@02
007190       MOVE PIECE-CUST-NAME TO EXL-CUST-NAME;                     !@02
007200       MOVE PIECE-ZIP TO EXL-ZIP;
007210       MOVE PIECE-PAGES TO EXL-PAGES;
007220       MOVE EXCEPT-REASON TO EXL-REASON;
007230       MOVE EXCEPT-DETAIL-LINE TO APKPSTMT-LIST-RECORD;
007240       WRITE APKPSTMT-LIST-RECORD;
007250     END-IF.
007260 SKIP2
007270 0170-PRICE-CATEGORIES.
007280* The mixed trays are made up from the whole run's residue.
007290     COMPUTE CAT-TRAYS (3) = (CAT-PIECES (3) + TRAY-SIZE - 1)
007300                             / TRAY-SIZE.
007310     PERFORM 0175-PRICE-CATEGORY
007320         VARYING CAT-SUB FROM 1 BY 1
007330         UNTIL CAT-SUB > 4.
007340 SKIP2
007350 0175-PRICE-CATEGORY.
007360     MOVE ZERO TO CAT-POSTAGE (CAT-SUB).
007370     PERFORM 0177-PRICE-OUNCE
007380         VARYING OZ-SUB FROM 1 BY 1
007390         UNTIL OZ-SUB > 13.
007400     ADD CAT-PIECES (CAT-SUB) TO PIECE-TOTAL.
007410     ADD CAT-PAGES (CAT-SUB) TO PAGE-TOTAL.
007420     ADD CAT-TRAYS (CAT-SUB) TO TRAY-TOTAL.
007430     ADD CAT-POSTAGE (CAT-SUB) TO POSTAGE-TOTAL.
007440 SKIP2
007450 0177-PRICE-OUNCE.
007460     COMPUTE PIECE-RATE = (CAT-RATE (CAT-SUB)
007470                           + (OZ-SUB - 1) * ADDL-OZ-RATE) / 1000.
007480     COMPUTE TIER-POSTAGE ROUNDED =
007490         CAT-OZ-PIECES (CAT-SUB, OZ-SUB) * PIECE-RATE.
007500     ADD TIER-POSTAGE TO CAT-POSTAGE (CAT-SUB).
007510 SKIP2
007520 0180-WRITE-STATEMENT.
007530* One line for each ounce a category carries pieces at, then
007540* the category's pieces, trays, and postage.
007550     MOVE SPACES TO APKPSTMT-LIST-RECORD.
007560     WRITE APKPSTMT-LIST-RECORD.
007570     IF MANIF-RUN-W NOT = SPACES
007580      THEN
007590       STRING 'RUN IDENTIFIER ......... ' MANIF-RUN-W
007600           DELIMITED BY SIZE INTO APKPSTMT-LIST-RECORD;
007610       WRITE APKPSTMT-LIST-RECORD;
007620       MOVE SPACES TO APKPSTMT-LIST-RECORD;
007630       WRITE APKPSTMT-LIST-RECORD;
007640     END-IF.
007650     MOVE STMT-COLUMN-LINE TO APKPSTMT-LIST-RECORD.
007660     WRITE APKPSTMT-LIST-RECORD.
007670     PERFORM 0185-WRITE-CATEGORY
007680         VARYING CAT-SUB FROM 1 BY 1
007690         UNTIL CAT-SUB > 4.
007700 SKIP2
007710 0185-WRITE-CATEGORY.
007720     PERFORM 0187-WRITE-OUNCE-LINE
007730         VARYING OZ-SUB FROM 1 BY 1
007740         UNTIL OZ-SUB > 13.
007750     MOVE SPACES TO STMT-DETAIL-LINE.
007760     MOVE CAT-NAME (CAT-SUB) TO STL-CATEGORY.
007770     MOVE ' TOTAL' TO STL-OZ-LABEL.
007780     MOVE CAT-PIECES (CAT-SUB) TO STL-PIECES.
007790     MOVE CAT-TRAYS (CAT-SUB) TO STL-TRAYS.
007800     IF CAT-SUB = 4
007810      THEN
007820       MOVE SPACES TO STL-TRAYS-X;
007830     END-IF.
007840     MOVE CAT-POSTAGE (CAT-SUB) TO STL-POSTAGE.
007850     MOVE STMT-DETAIL-LINE TO APKPSTMT-LIST-RECORD.
007860     WRITE APKPSTMT-LIST-RECORD.
007870     MOVE SPACES TO APKPSTMT-LIST-RECORD.
007880     WRITE APKPSTMT-LIST-RECORD.
007890 SKIP2
007900 0187-WRITE-OUNCE-LINE.
007910     IF CAT-OZ-PIECES (CAT-SUB, OZ-SUB) > ZERO
007920      THEN
007930       MOVE SPACES TO STMT-DETAIL-LINE;
007940       MOVE CAT-NAME (CAT-SUB) TO STL-CATEGORY;
007950       MOVE OZ-SUB TO STL-OZ;
007960       MOVE ' OZ' TO STL-OZ-LABEL;
007970       COMPUTE PIECE-RATE = (CAT-RATE (CAT-SUB)
007980           + (OZ-SUB - 1) * ADDL-OZ-RATE) / 1000;
007990       MOVE PIECE-RATE TO STL-RATE;
008000       MOVE CAT-OZ-PIECES (CAT-SUB, OZ-SUB) TO STL-PIECES;
008010       MOVE SPACES TO STL-TRAYS-X;
008020       COMPUTE TIER-POSTAGE ROUNDED =
008030           CAT-OZ-PIECES (CAT-SUB, OZ-SUB) * PIECE-RATE;
008040       MOVE TIER-POSTAGE TO STL-POSTAGE;
008050       MOVE STMT-DETAIL-LINE TO APKPSTMT-LIST-RECORD;
008060       WRITE APKPSTMT-LIST-RECORD;
008070     END-IF.
008080 SKIP2
008090 0190-CLOSE-FILES.
008100* Balance the statement to the manifest and settle the return
008110* code, then the totals.
008120     IF PSTMT-RC < 12
008130      THEN
008140       IF EXCEPT-HEAD-WRITTEN OR OUT-OF-ORDER-CNTR > ZERO
008150           OR OVERWEIGHT-CNTR > ZERO
008160        THEN
008170         MOVE 4 TO PSTMT-RC;
008180       END-IF;
008190       IF NOT-FOUND-CNTR > ZERO
008200           OR PLACED-DOC-CNTR NOT = MANIF-PRINT-CNTR              !@02
008210           OR PAGE-TOTAL NOT = MANIF-PAGE-CNTR
008220        THEN
008230         MOVE 8 TO PSTMT-RC;
008240       END-IF;
008250       IF OUT-OF-ORDER-CNTR > ZERO
008260        THEN
008270         DISPLAY PGMNAME, ' WARNING - EXTRACT NOT IN ZIP ORDER ',
008280                 'AT ', OUT-OF-ORDER-CNTR, ' PIECES';
008290       END-IF;
008300     END-IF.
008310     IF LIST-FILE-IS-OPEN
008320      THEN
008330       MOVE 'MANIFEST RECORDS READ ...' TO TOT-LABEL;
008340       MOVE MANIF-READ-CNTR TO TOT-VALUE;
008350       PERFORM 0195-WRITE-TOTAL-LINE;
008360       MOVE 'MANIFEST PRINT DOCS .....' TO TOT-LABEL;
008370       MOVE MANIF-PRINT-CNTR TO TOT-VALUE;
008380       PERFORM 0195-WRITE-TOTAL-LINE;
008390       MOVE 'MANIFEST PRINT PAGES ....' TO TOT-LABEL;
008400       MOVE MANIF-PAGE-CNTR TO TOT-VALUE;
008410       PERFORM 0195-WRITE-TOTAL-LINE;
008420       MOVE 'PIECES ON STATEMENT .....' TO TOT-LABEL;
008430       MOVE PIECE-TOTAL TO TOT-VALUE;
008440       PERFORM 0195-WRITE-TOTAL-LINE;
008441       MOVE 'DOCUMENTS IN THE PIECES .' TO TOT-LABEL;             !@02
008442       MOVE PLACED-DOC-CNTR TO TOT-VALUE;                         !@02
008444       PERFORM 0195-WRITE-TOTAL-LINE;                             !@02
008445       MOVE 'SHARED ENVELOPE PIECES ..' TO TOT-LABEL;             !@02
008447       MOVE SHARED-PIECE-CNTR TO TOT-VALUE;                       !@02
008448       PERFORM 0195-WRITE-TOTAL-LINE;                             !@02
008450       MOVE 'PAGES ON STATEMENT ......' TO TOT-LABEL;
008460       MOVE PAGE-TOTAL TO TOT-VALUE;
008470       PERFORM 0195-WRITE-TOTAL-LINE;
008480       MOVE 'EXCEPTION PIECES ........' TO TOT-LABEL;
008490       MOVE CAT-PIECES (4) TO TOT-VALUE;
008500       PERFORM 0195-WRITE-TOTAL-LINE;
008510       MOVE 'NOT FOUND IN EXTRACT ....' TO TOT-LABEL;
008520       MOVE NOT-FOUND-CNTR TO TOT-VALUE;
008530       PERFORM 0195-WRITE-TOTAL-LINE;
008540       MOVE 'TRAYS ...................' TO TOT-LABEL;
008550       MOVE TRAY-TOTAL TO TOT-VALUE;
008560       PERFORM 0195-WRITE-TOTAL-LINE;
008570       MOVE 'ESTIMATED POSTAGE .......' TO TOTM-LABEL;
008580       MOVE POSTAGE-TOTAL TO TOTM-VALUE;
008590       MOVE LIST-MONEY-LINE TO APKPSTMT-LIST-RECORD;
008600       WRITE APKPSTMT-LIST-RECORD;
008610       MOVE SPACES TO APKPSTMT-LIST-RECORD;
008620       WRITE APKPSTMT-LIST-RECORD;
008630       IF PSTMT-RC < 8
008640        THEN
008650         MOVE 'STATEMENT IN BALANCE WITH THE MANIFEST'
008660             TO APKPSTMT-LIST-RECORD;
008670        ELSE
008680         MOVE '*** STATEMENT OUT OF BALANCE - DO NOT SIGN'
008690             TO APKPSTMT-LIST-RECORD;
008700       END-IF;
008710       WRITE APKPSTMT-LIST-RECORD;
008720       CLOSE APKPSTMT-LIST;
008730       SET LIST-FILE-NOT-OPEN TO TRUE;
008740     END-IF.
008750     IF APKPSTMT-MANIF-STATUS NOT = 35
008760      THEN
008770       CLOSE APKPSTMT-MANIF;
008780     END-IF.
008790     IF APKPSTMT-EXTR-STATUS NOT = 35
008800      THEN
008810       CLOSE APKPSTMT-EXTR;
008820     END-IF.
008830     DISPLAY PGMNAME, ' PIECES ', PIECE-TOTAL,
008840             ' TRAYS ', TRAY-TOTAL.
008850 SKIP2
008860 0195-WRITE-TOTAL-LINE.
008870     MOVE LIST-TOTAL-LINE TO APKPSTMT-LIST-RECORD.
008880     WRITE APKPSTMT-LIST-RECORD.
