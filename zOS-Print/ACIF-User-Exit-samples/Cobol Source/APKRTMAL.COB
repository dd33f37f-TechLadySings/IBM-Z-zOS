000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:45:00 BY  DLMAINT VERSION 04  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - RETURNED-MAIL INTAKE.     !@01*
000135*   15 OCT 2026  DLM  MANIFEST RECORD WIDENED FOR ENVELOPE.       !@02*
000137*   15 OCT 2026  DLM  STOP SETTING HOLDS AFTER A FAILURE.         !@03*
000138*   15 OCT 2026  DLM  A DAY WITH NO RETURNED MAIL ENDS WITH 0.    !@04*
000140 ID DIVISION.
000150 PROGRAM-ID. APKRTMAL.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Returned-mail intake.  The post office sends back
000190               the statements it could not deliver, and the
000200               mailroom keys one record per returned piece:
000210                  columns  1-10 - account number
000220                  columns 12-19 - statement date (YYYYMMDD) from
000230                                  the piece, blank when it cannot
000240                                  be read
000250                  columns 21-28 - date the piece came back
000260                  columns 30-49 - return reason as endorsed by
000270                                  the carrier (MOVED, NO SUCH
000280                                  NUMBER, ...)
000290
000300               Each piece is matched back to the nightly run that
000310               mailed it -- that run's APKNDX index extract gives
000320               the document, and its APKMANIF manifest confirms
000330               the document went out on the print channel and
000340               supplies the run identifier.  The account is then
000350               marked address-hold on the customer master
000360               (CUSTMAST) with the date and the reason, and from
000370               the next nightly run on the input exit diverts the
000380               account's documents to the held-mail extract
000390               instead of printing them.  Every hold set is
000400               written to the same cumulative change journal
000410               (APKCJRNL) the master maintenance step writes,
000420               as journal action H, so the hold is as provable as
000430               any other change to the master.
000440
000450               A piece that matches no print-channel document in
000460               the run supplied is not held -- the account may
000470               have been corrected since, or the wrong night's
000480               datasets were mounted -- and is listed for the
000490               mailroom to research.  An account already on hold
000500               is counted and left as it is.
000510
000520               The step return code:
000530                  0 - every returned piece was matched and its
000540                      account is on hold.
000543                      A returned-mail file with no pieces in it   !@04
000546                      is a quiet day and also ends with 0.        !@04
000550                  4 - at least one piece could not be matched
000560                      to the run, or its account is not on the
000570                      master; the listing names each one.
000580                 12 - the returned-mail file, the index extract,
000590                      the customer master, the change journal,
000600                      or the listing is missing; no hold was
000610                      set.
000612                      A master rewrite or journal write that      !@03
000615                      fails also ends the step with 12: no        !@03
000617                      further hold is set after it.               !@03
000620
000630 DATE-WRITTEN. 15 OCT 26.
000640 DATE-COMPILED.
000650 SECURITY. IBM SAMPLE CODE ONLY.
000660*/**************************************************************/
000670*/* Licensed under the Apache License, Version 2.0 (the        */
000680*/* "License"); you may not use this file except in compliance */
000690*/* with the License. You may obtain a copy of the License at  */
000700*/*                                                            */
000710*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000720*/*                                                            */
000730*/* Unless required by applicable law or agreed to in writing, */
000740*/* software distributed under the License is distributed on an*/
000750*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000760*/* KIND, either express or implied.  See the License for the  */
000770*/* specific language governing permissions and limitations    */
000780*/* under the License.                                         */
000790*/*------------------------------------------------------------*/
000800*/*                                                            */
000810*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000820*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000830*/*                                                            */
000840*/*   Permission to use, copy, modify, and distribute          */
000850*/*   this software for any purpose with or without fee        */
000860*/*   is hereby granted, provided that the above               */
000870*/*   copyright notices appear in all copies.                  */
000880*/*                                                            */
000890*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000900*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000910*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
000920*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
000930*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
000940*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
000950*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
000960*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
000970*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
000980*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
000990*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001000*/**************************************************************/
001010 TITLE 'Returned-Mail Intake'.
001020 ENVIRONMENT DIVISION.
001030 CONFIGURATION SECTION.
001040 SOURCE-COMPUTER. IBM-370.
001050 OBJECT-COMPUTER. IBM-370.
001060 INPUT-OUTPUT SECTION.
001070 FILE-CONTROL.
001080     SELECT APKRTMAL-RTN        ASSIGN TO SYS001-S-APKRTML
001090                                 ORGANIZATION IS SEQUENTIAL
001100                                 FILE STATUS
001110                                 APKRTMAL-RTN-STATUS.
001120     SELECT APKRTMAL-PARM       ASSIGN TO SYS001-S-APKPARM
001130                                 ORGANIZATION IS SEQUENTIAL
001140                                 FILE STATUS
001150                                 APKRTMAL-PARM-STATUS.
001160     SELECT APKRTMAL-NDX        ASSIGN TO SYS001-S-APKNDX
001170                                 ORGANIZATION IS SEQUENTIAL
001180                                 FILE STATUS
001190                                 APKRTMAL-NDX-STATUS.
001200     SELECT APKRTMAL-MANIF      ASSIGN TO SYS001-S-APKMANIF
001210                                 ORGANIZATION IS SEQUENTIAL
001220                                 FILE STATUS
001230                                 APKRTMAL-MANIF-STATUS.
001240     SELECT APKRTMAL-CUST       ASSIGN TO CUSTMAST
001250                                 ORGANIZATION IS INDEXED
001260                                 ACCESS MODE IS RANDOM
001270                                 RECORD KEY IS CUST-ACCT-NUMBER
001280                                 FILE STATUS
001290                                 APKRTMAL-CUST-STATUS.
001300     SELECT APKRTMAL-JRNL       ASSIGN TO SYS001-S-APKCJRNL
001310                                 ORGANIZATION IS SEQUENTIAL
001320                                 FILE STATUS
001330                                 APKRTMAL-JRNL-STATUS.
001340     SELECT APKRTMAL-LIST       ASSIGN TO SYS001-S-APKRTRPT
001350                                 ORGANIZATION IS SEQUENTIAL
001360                                 FILE STATUS
001370                                 APKRTMAL-LIST-STATUS.
001380     EJECT
001390 DATA DIVISION.
001400 FILE SECTION.
001410/ RETURNED-MAIL RECORDS -- ONE PER PIECE THE CARRIER SENT BACK.
001420 FD  APKRTMAL-RTN,
001430     RECORDING MODE IS F,
001440     BLOCK CONTAINS 0 RECORDS.
001450 01  APKRTMAL-RTN-RECORD.
001460     05  RTN-ACCT-NUMBER         PIC X(10).
001470     05  FILLER                  PIC X.
001480     05  RTN-STMT-DATE           PIC X(8).
001490     05  FILLER                  PIC X.
001500     05  RTN-RETURN-DATE         PIC X(8).
001510     05  FILLER                  PIC X.
001520     05  RTN-REASON              PIC X(20).
001530     05  FILLER                  PIC X(31).
001540/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001550 FD  APKRTMAL-PARM,
001560     RECORDING MODE IS F,
001570     BLOCK CONTAINS 0 RECORDS.
001580 01  APKRTMAL-PARM-RECORD.
001590     05  PARM-CARD-TEXT          PIC X(72).
001600     05  FILLER                  PIC X(8).
001610/ INDEX-VALUE EXTRACT WRITTEN BY THE INDEX EXIT.
001620 FD  APKRTMAL-NDX,
001630     RECORDING MODE IS F,
001640     BLOCK CONTAINS 0 RECORDS.
001650 01  APKRTMAL-NDX-RECORD.
001660     05  NDXREC-DOC-NUMBER       PIC 9(8).
001670     05  FILLER                  PIC X.
001680     05  NDXREC-SEQNUM           PIC 9(8).
001690     05  FILLER                  PIC X.
001700     05  NDXREC-ACCT-NUMBER      PIC X(10).
001710     05  FILLER                  PIC X.
001720     05  NDXREC-STMT-DATE        PIC X(8).
001730     05  FILLER                  PIC X.
001740     05  NDXREC-DOC-TYPE         PIC X(3).
001750     05  FILLER                  PIC X.
001760     05  NDXREC-CUST-NAME        PIC X(30).
001770     05  FILLER                  PIC X(8).
001780/ LOGICAL-DOCUMENT MANIFEST WRITTEN BY THE INPUT EXIT.
001790 FD  APKRTMAL-MANIF,
001800     RECORDING MODE IS F,
001810     BLOCK CONTAINS 0 RECORDS.
001820 01  APKRTMAL-MANIF-RECORD.
001830     05  MANIF-DOC-NUMBER        PIC 9(8).
001840     05  FILLER                  PIC X.
001850     05  MANIF-START-SEQNUM      PIC 9(8).
001860     05  FILLER                  PIC X.
001870     05  MANIF-END-SEQNUM        PIC 9(8).
001880     05  FILLER                  PIC X.
001890     05  MANIF-SOURCE-DD         PIC X(8).
001900     05  FILLER                  PIC X.
001910     05  MANIF-PAGE-COUNT        PIC 9(8).
001920     05  FILLER                  PIC X.
001930     05  MANIF-CUST-NAME         PIC X(30).
001940     05  FILLER                  PIC X.
001950     05  MANIF-CHANNEL           PIC X(5).
001960     05  FILLER                  PIC X.
001970     05  MANIF-RUN-IDENT         PIC X(22).
001980     05  FILLER                  PIC X(12).                       !@02
001990/ CUSTOMER MASTER (KEYED VSAM), SHARED WITH THE OTHER BATCH JOBS.
002000 FD  APKRTMAL-CUST,
002010     RECORD CONTAINS 80 CHARACTERS.
002020 01  CUST-MASTER-RECORD.
002030     05  CUST-ACCT-NUMBER        PIC X(10).
002040     05  CUST-NAME               PIC X(30).
002050     05  CUST-DELIV-PREF         PIC X.
002060         88  CUST-WANTS-PAPER    VALUE 'P'.
002070         88  CUST-WANTS-EDELIV   VALUE 'E'.
002080     05  CUST-ADDR-HOLD          PIC X.
002090         88  CUST-ADDR-IS-HELD   VALUE 'H'.
002100         88  CUST-ADDR-IS-GOOD   VALUE ' '.
002110     05  CUST-HOLD-DATE          PIC X(8).
002120     05  CUST-HOLD-REASON        PIC X(12).
002130     05  FILLER                  PIC X(18).
002140/ CUMULATIVE CHANGE JOURNAL, BEFORE AND AFTER IMAGES.
002150 FD  APKRTMAL-JRNL,
002160     RECORDING MODE IS F,
002170     BLOCK CONTAINS 0 RECORDS.
002180 01  APKRTMAL-JRNL-RECORD.
002190     05  JRNL-ACTION             PIC X.
002200     05  FILLER                  PIC X.
002210     05  JRNL-ACCT-NUMBER        PIC X(10).
002220     05  FILLER                  PIC X.
002230     05  JRNL-CHG-DATE           PIC X(8).
002240     05  FILLER                  PIC X.
002250     05  JRNL-CHG-TIME           PIC X(6).
002260     05  FILLER                  PIC X.
002270     05  JRNL-EFF-RUN-IDENT      PIC X(22).
002280     05  FILLER                  PIC X.
002290     05  JRNL-CARD-NUMBER        PIC 9(8).
002300     05  FILLER                  PIC X.
002310     05  JRNL-BEFORE-IMAGE       PIC X(80).
002320     05  JRNL-AFTER-IMAGE        PIC X(80).
002330/ THE INTAKE LISTING -- ONE LINE PER RETURNED PIECE, AND TOTALS.
002340 FD  APKRTMAL-LIST,
002350     RECORDING MODE IS F,
002360     BLOCK CONTAINS 0 RECORDS.
002370 01  APKRTMAL-LIST-RECORD       PIC X(80).
002380   SKIP3
002390 WORKING-STORAGE SECTION.
002400 77  PGMNAME                 PIC X(8) VALUE 'APKRTMAL'.
002410 77  RTMAL-RC                PIC 9(4) BINARY VALUE ZERO.
002420 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
002430 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
002440 77  CHG-TIME-W              PIC X(8) VALUE SPACES.
002450 77  RTN-READ-CNTR           PIC 9(8) BINARY VALUE ZERO.
002460 77  HOLD-SET-CNTR           PIC 9(8) BINARY VALUE ZERO.
002470 77  ALREADY-HELD-CNTR       PIC 9(8) BINARY VALUE ZERO.
002480 77  UNMATCHED-CNTR          PIC 9(8) BINARY VALUE ZERO.
002490 77  NOT-ON-MASTER-CNTR      PIC 9(8) BINARY VALUE ZERO.
002500 77  UNCONFIRMED-CNTR        PIC 9(8) BINARY VALUE ZERO.
002510 77  OVERFLOW-CNTR           PIC 9(8) BINARY VALUE ZERO.
002520 77  JRNL-WRITE-CNTR         PIC 9(8) BINARY VALUE ZERO.
002530* The index and the manifest number documents independently
002540* once any document leaves the print stream, so a returned
002550* piece is tied to the manifest by ORDINAL -- the nth index
002560* record pairs with the nth print-channel manifest record --
002570* confirmed by the HDR sequence number both carry, exactly
002580* as the single-document retrieval does it.
002590 77  NDX-ORDINAL-CNTR        PIC 9(8) BINARY VALUE ZERO.
002600 77  MANIF-PRINT-CNTR        PIC 9(8) BINARY VALUE ZERO.
002610* The nightly run a hold first takes effect in -- the RUNID
002620* control card the nightly run itself is handed.
002630 77  EFF-RUN-IDENT           PIC X(22) VALUE SPACES.
002640 77  RESULT-TEXT             PIC X(20) VALUE SPACES.
002650* THE RETURNED-PIECE TABLE.  A FEW HUNDRED PIECES COME BACK
002660* IN A BAD WEEK; RECORDS PAST THE LIMIT ARE REPORTED AND LEFT
002670* FOR THE NEXT PASS.
002680 77  RTN-COUNT               PIC 9(4) BINARY VALUE ZERO.
002690 77  RTN-SUB                 PIC 9(4) BINARY VALUE ZERO.
002700 01  RETURN-TABLE.
002710     05  RETURN-ENTRY        OCCURS 500 TIMES.
002720         10  RT-ACCT-NUMBER  PIC X(10).
002730         10  RT-STMT-DATE    PIC X(8).
002740         10  RT-RETURN-DATE  PIC X(8).
002750         10  RT-REASON       PIC X(20).
002760         10  RT-RECORD-NUMBER PIC 9(8) BINARY.
002770         10  RT-DOC-NUMBER   PIC 9(8) BINARY.
002780         10  RT-NDX-ORDINAL  PIC 9(8) BINARY.
002790         10  RT-NDX-SEQNUM   PIC X(8).
002800         10  RT-NDX-DATE     PIC X(8).
002810         10  RT-RUN-IDENT    PIC X(22).
002820         10  RT-STATE-SW     PIC X.
002830             88  RT-UNRESOLVED   VALUE 'U'.
002840             88  RT-INDEXED      VALUE 'I'.
002850             88  RT-LOCATED      VALUE 'L'.
002860* BEFORE AND AFTER IMAGES OF THE MASTER RECORD BEING HELD.
002870 01  CUST-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
002880 01  CUST-AFTER-IMAGE        PIC X(80) VALUE SPACES.
002890* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
002900 01  PARM-WORK-FIELDS.
002910     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
002920     05  PARM-VALUE          PIC X(68) VALUE SPACES.
002930* REPORT LINE LAYOUTS.
002940 01  LIST-HEADER-LINE.
002950     05  FILLER              PIC X(30)
002960         VALUE 'APKRTMAL  RETURNED-MAIL INTAKE'.
002970     05  FILLER              PIC X(3)  VALUE SPACES.
002980     05  HDR-DATE            PIC X(8).
002990     05  FILLER              PIC X     VALUE SPACE.
003000     05  HDR-TIME            PIC X(6).
003010     05  FILLER              PIC X(32) VALUE SPACES.
003020 01  LIST-COLUMN-LINE.
003030     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
003040     05  FILLER              PIC X(9)  VALUE 'STMT DTE'.
003050     05  FILLER              PIC X(9)  VALUE 'DOCUMENT'.
003060     05  FILLER              PIC X(23) VALUE 'MAILED IN RUN'.
003070     05  FILLER              PIC X(28) VALUE 'RESULT'.
003080 01  LIST-DETAIL-LINE.
003090     05  LDL-ACCT-NUMBER     PIC X(10).
003100     05  FILLER              PIC X     VALUE SPACE.
003110     05  LDL-STMT-DATE       PIC X(8).
003120     05  FILLER              PIC X     VALUE SPACE.
003130     05  LDL-DOC-NUMBER      PIC ZZZZZZZ9.
003140     05  FILLER              PIC X     VALUE SPACE.
003150     05  LDL-RUN-IDENT       PIC X(22).
003160     05  FILLER              PIC X     VALUE SPACE.
003170     05  LDL-RESULT          PIC X(20).
003180     05  FILLER              PIC X(8)  VALUE SPACES.
003190 01  LIST-TOTAL-LINE.
003200     05  TOT-LABEL           PIC X(26).
003210     05  TOT-VALUE           PIC ZZZZZZZ9.
003220     05  FILLER              PIC X(46) VALUE SPACES.
003230 01  INTAKE-SWITCHES.
003240     05  RTN-EOF-SW          PIC X    VALUE 'N'.
003250         88  RTN-AT-EOF          VALUE 'Y'.
003260     05  NDX-EOF-SW          PIC X    VALUE 'N'.
003270         88  NDX-AT-EOF          VALUE 'Y'.
003280     05  MANIF-EOF-SW        PIC X    VALUE 'N'.
003290         88  MANIF-AT-EOF        VALUE 'Y'.
003300     05  CUST-FILE-SW        PIC X    VALUE 'N'.
003310         88  CUST-FILE-IS-OPEN   VALUE 'Y'.
003320         88  CUST-FILE-NOT-OPEN  VALUE 'N'.
003330     05  JRNL-FILE-SW        PIC X    VALUE 'N'.
003340         88  JRNL-FILE-IS-OPEN   VALUE 'Y'.
003350         88  JRNL-FILE-NOT-OPEN  VALUE 'N'.
003360     05  LIST-FILE-SW        PIC X    VALUE 'N'.
003370         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
003380         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
003390 01  GLOBAL-VARIABLES.
003400     05  APKRTMAL-RTN-STATUS     PIC 99   VALUE ZERO.
003410         88  APKRTMAL-RTN-OK     VALUE 00.
003420     05  APKRTMAL-PARM-STATUS    PIC 99   VALUE ZERO.
003430         88  APKRTMAL-PARM-OK    VALUE 00.
003440     05  APKRTMAL-NDX-STATUS     PIC 99   VALUE ZERO.
003450         88  APKRTMAL-NDX-OK     VALUE 00.
003460     05  APKRTMAL-MANIF-STATUS   PIC 99   VALUE ZERO.
003470         88  APKRTMAL-MANIF-OK   VALUE 00.
003480     05  APKRTMAL-CUST-STATUS    PIC 99   VALUE ZERO.
003490         88  APKRTMAL-CUST-OK    VALUE 00.
003500     05  APKRTMAL-JRNL-STATUS    PIC 99   VALUE ZERO.
003510         88  APKRTMAL-JRNL-OK    VALUE 00.
003520     05  APKRTMAL-LIST-STATUS    PIC 99   VALUE ZERO.
003530         88  APKRTMAL-LIST-OK    VALUE 00.
003540     SKIP1
003550 TITLE 'Initialization and Main Line'.
003560 PROCEDURE DIVISION.
003570     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
003580     ACCEPT RUN-TIME-W FROM TIME.
003590     PERFORM 0100-LOAD-PARM-CARDS.
003600     PERFORM 0110-LOAD-RETURNS.
003610     IF RTN-COUNT > ZERO AND RTMAL-RC < 12
003620      THEN
003630       PERFORM 0120-RESOLVE-FROM-INDEX;
003640       PERFORM 0130-LOCATE-IN-MANIFEST;
003650     END-IF.
003660     PERFORM 0140-OPEN-FILES.
003670     IF RTN-COUNT > ZERO AND RTMAL-RC < 12
003680      THEN
003690       PERFORM 0150-APPLY-ONE-RETURN
003700           VARYING RTN-SUB FROM 1 BY 1
003710           UNTIL RTN-SUB > RTN-COUNT OR RTMAL-RC >= 12;           !@03
003720     END-IF.
003730     PERFORM 0190-CLOSE-FILES.
003740     DISPLAY PGMNAME, ' RETURNED-MAIL INTAKE COMPLETE, RC ',
003750             RTMAL-RC.
003760     MOVE RTMAL-RC TO RETURN-CODE.
003770     GOBACK.
003780 SKIP3
003790 0100-LOAD-PARM-CARDS.
003800* Pick up the RUNID card the nightly run is handed, so each
003810* journal entry can name the run its hold first governs.  The
003820* card format and the comment conventions are the ones the
003830* input exit's control-card dataset already uses, so one
003840* APKPARM member serves the whole job stream.
003850     OPEN INPUT APKRTMAL-PARM.
003860     IF APKRTMAL-PARM-OK
003870      THEN
003880       PERFORM 0105-APPLY-PARM-CARD
003890           UNTIL NOT APKRTMAL-PARM-OK;
003900       CLOSE APKRTMAL-PARM;
003910     END-IF.
003920 SKIP2
003930 0105-APPLY-PARM-CARD.
003940     READ APKRTMAL-PARM;
003950     IF APKRTMAL-PARM-OK
003960         AND PARM-CARD-TEXT NOT = SPACES
003970         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
003980      THEN
003990       MOVE SPACES TO PARM-KEYWORD;
004000       MOVE SPACES TO PARM-VALUE;
004010       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
004020           INTO PARM-KEYWORD, PARM-VALUE;
004030       EVALUATE PARM-KEYWORD
004040         WHEN 'RUNID'
004050           MOVE PARM-VALUE (1 : 22) TO EFF-RUN-IDENT
004060         WHEN OTHER
004070* Cards meant for the other steps sharing the member are
004080* skipped silently.
004090           CONTINUE
004100       END-EVALUATE;
004110     END-IF.
004120 SKIP2
004130 0110-LOAD-RETURNS.
004140* Load the returned-mail records.  Blank records and records
004150* flagged with an asterisk are comments, as on every other
004160* card dataset in this job stream; they still count toward
004170* the record number the journal quotes.
004172* A file that opens but holds no pieces is a day with no          !@04
004175* returns, not a failure: the listing is still written, its       !@04
004177* totals at zero.                                                 !@04
004180     OPEN INPUT APKRTMAL-RTN.
004190     IF APKRTMAL-RTN-OK
004200      THEN
004210       PERFORM 0115-LOAD-ONE-RETURN
004220           UNTIL RTN-AT-EOF;
004230       CLOSE APKRTMAL-RTN;
004231       IF RTN-COUNT = ZERO                                        !@04
004233        THEN                                                      !@04
004235         DISPLAY PGMNAME, ' NO RETURNED PIECES TODAY - ',         !@04
004236                 'NO HOLDS TO SET';                               !@04
004238       END-IF;                                                    !@04
004240      ELSE                                                        !@04
004250       DISPLAY PGMNAME, ' RETURNED-MAIL FILE NOT AVAILABLE, ',    !@04
004260               'STATUS ', APKRTMAL-RTN-STATUS;                    !@04
004270       MOVE 12 TO RTMAL-RC;                                       !@04
004280     END-IF.                                                      !@04
004310 SKIP2
004320 0115-LOAD-ONE-RETURN.
004330     READ APKRTMAL-RTN;
004340     IF APKRTMAL-RTN-OK
004350      THEN
004360       ADD 1 TO RTN-READ-CNTR;
004370       IF APKRTMAL-RTN-RECORD NOT = SPACES
004380           AND RTN-ACCT-NUMBER (1 : 1) NOT = '*'
004390        THEN
004400         IF RTN-COUNT < 500
004410          THEN
004420           ADD 1 TO RTN-COUNT;
004430           MOVE RTN-ACCT-NUMBER TO RT-ACCT-NUMBER (RTN-COUNT);
004440           MOVE RTN-STMT-DATE TO RT-STMT-DATE (RTN-COUNT);
004450           MOVE RTN-RETURN-DATE TO RT-RETURN-DATE (RTN-COUNT);
004460           MOVE RTN-REASON TO RT-REASON (RTN-COUNT);
004470           MOVE RTN-READ-CNTR TO RT-RECORD-NUMBER (RTN-COUNT);
004480           MOVE ZERO TO RT-DOC-NUMBER (RTN-COUNT);
004490           MOVE ZERO TO RT-NDX-ORDINAL (RTN-COUNT);
004500           MOVE SPACES TO RT-NDX-SEQNUM (RTN-COUNT);
004510           MOVE SPACES TO RT-NDX-DATE (RTN-COUNT);
004520           MOVE SPACES TO RT-RUN-IDENT (RTN-COUNT);
004530           MOVE 'U' TO RT-STATE-SW (RTN-COUNT);
004540          ELSE
004550           ADD 1 TO OVERFLOW-CNTR;
004560           DISPLAY PGMNAME, ' WARNING - MORE THAN 500 ',
004570                   'RETURNED PIECES, PIECE NOT PROCESSED: ',
004580                   RTN-ACCT-NUMBER, ' ', RTN-STMT-DATE;
004590           IF RTMAL-RC < 4
004600            THEN
004610             MOVE 4 TO RTMAL-RC;
004620           END-IF;
004630         END-IF;
004640       END-IF;
004650      ELSE
004660       SET RTN-AT-EOF TO TRUE;
004670     END-IF.
004680 SKIP2
004690 0120-RESOLVE-FROM-INDEX.
004700* One pass over the mailing run's index extract ties each
004710* returned piece to the document that carried it.  A piece
004720* with a statement date must match it exactly; a piece whose
004730* date could not be read matches the account's first document
004740* in the run -- any statement mailed to the address proves
004750* the address was used.  Without the index nothing can be
004760* matched, and no hold is set on guesswork.
004770     OPEN INPUT APKRTMAL-NDX.
004780     IF APKRTMAL-NDX-OK
004790      THEN
004800       PERFORM 0125-MATCH-INDEX-RECORD
004810           UNTIL NDX-AT-EOF;
004820       CLOSE APKRTMAL-NDX;
004830      ELSE
004840       DISPLAY PGMNAME, ' INDEX EXTRACT NOT AVAILABLE, ',
004850               'STATUS ', APKRTMAL-NDX-STATUS;
004860       MOVE 12 TO RTMAL-RC;
004870     END-IF.
004880 SKIP2
004890 0125-MATCH-INDEX-RECORD.
004900     READ APKRTMAL-NDX;
004910     IF APKRTMAL-NDX-OK
004920      THEN
004930       ADD 1 TO NDX-ORDINAL-CNTR;
004940       PERFORM 0127-TEST-INDEX-AGAINST-RTN
004950           VARYING RTN-SUB FROM 1 BY 1
004960           UNTIL RTN-SUB > RTN-COUNT;
004970      ELSE
004980       SET NDX-AT-EOF TO TRUE;
004990     END-IF.
005000 SKIP2
005010 0127-TEST-INDEX-AGAINST-RTN.
005020     IF RT-UNRESOLVED (RTN-SUB)
005030         AND NDXREC-ACCT-NUMBER = RT-ACCT-NUMBER (RTN-SUB)
005040         AND (RT-STMT-DATE (RTN-SUB) = SPACES
005050           OR NDXREC-STMT-DATE = RT-STMT-DATE (RTN-SUB))
005060      THEN
005070       MOVE NDXREC-DOC-NUMBER TO RT-DOC-NUMBER (RTN-SUB);
005080       MOVE NDX-ORDINAL-CNTR TO RT-NDX-ORDINAL (RTN-SUB);
005090       MOVE NDXREC-SEQNUM TO RT-NDX-SEQNUM (RTN-SUB);
005100       MOVE NDXREC-STMT-DATE TO RT-NDX-DATE (RTN-SUB);
005110       MOVE 'I' TO RT-STATE-SW (RTN-SUB);
005120     END-IF.
005130 SKIP2
005140 0130-LOCATE-IN-MANIFEST.
005150* One pass over the mailing run's manifest confirms each
005160* matched document went out on the print channel and picks
005170* up the run identifier.  A piece the manifest cannot confirm
005180* is still held on the strength of the index, and flagged.
005190     OPEN INPUT APKRTMAL-MANIF.
005200     IF APKRTMAL-MANIF-OK
005210      THEN
005220       PERFORM 0135-MATCH-MANIF-RECORD
005230           UNTIL MANIF-AT-EOF;
005240       CLOSE APKRTMAL-MANIF;
005250      ELSE
005260       DISPLAY PGMNAME, ' WARNING - MANIFEST NOT AVAILABLE, ',
005270               'STATUS ', APKRTMAL-MANIF-STATUS,
005280               ' - MAILING RUN NOT CONFIRMED';
005290     END-IF.
005300 SKIP2
005310 0135-MATCH-MANIF-RECORD.
005320     READ APKRTMAL-MANIF;
005330     IF APKRTMAL-MANIF-OK
005340      THEN
005350       IF MANIF-CHANNEL = 'PRINT'
005360        THEN
005370         ADD 1 TO MANIF-PRINT-CNTR;
005380         PERFORM 0137-TEST-MANIF-AGAINST-RTN
005390             VARYING RTN-SUB FROM 1 BY 1
005400             UNTIL RTN-SUB > RTN-COUNT;
005410       END-IF;
005420      ELSE
005430       SET MANIF-AT-EOF TO TRUE;
005440     END-IF.
005450 SKIP2
005460 0137-TEST-MANIF-AGAINST-RTN.
005470* The ordinal pairing is confirmed by identity: the manifest
005480* record must start at the very HDR seqnum the index record
005490* carries.
005500     IF RT-INDEXED (RTN-SUB)
005510         AND MANIF-PRINT-CNTR = RT-NDX-ORDINAL (RTN-SUB)
005520         AND MANIF-START-SEQNUM = RT-NDX-SEQNUM (RTN-SUB)
005530      THEN
005540       IF MANIF-DOC-NUMBER IS NUMERIC
005550        THEN
005560         MOVE MANIF-DOC-NUMBER TO RT-DOC-NUMBER (RTN-SUB);
005570       END-IF;
005580       MOVE MANIF-RUN-IDENT TO RT-RUN-IDENT (RTN-SUB);
005590       MOVE 'L' TO RT-STATE-SW (RTN-SUB);
005600     END-IF.
005610 SKIP2
005620 0140-OPEN-FILES.
005630* The listing opens whatever else happens, so even a run that
005640* could set no holds leaves its totals behind.  No hold is set
005650* unless the master and its journal are both there: a hold
005660* without its journal entry cannot be explained to the
005670* customer who calls about a missing statement.
005680     OPEN OUTPUT APKRTMAL-LIST.
005690     IF APKRTMAL-LIST-OK
005700      THEN
005710       SET LIST-FILE-IS-OPEN TO TRUE;
005720       MOVE RUN-DATE-W TO HDR-DATE;
005730       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
005740       MOVE LIST-HEADER-LINE TO APKRTMAL-LIST-RECORD;
005750       WRITE APKRTMAL-LIST-RECORD;
005760       MOVE SPACES TO APKRTMAL-LIST-RECORD;
005770       WRITE APKRTMAL-LIST-RECORD;
005780       MOVE LIST-COLUMN-LINE TO APKRTMAL-LIST-RECORD;
005790       WRITE APKRTMAL-LIST-RECORD;
005800      ELSE
005810       DISPLAY PGMNAME, ' INTAKE LISTING NOT AVAILABLE, ',
005820               'STATUS ', APKRTMAL-LIST-STATUS;
005830       MOVE 12 TO RTMAL-RC;
005840     END-IF.
005850     IF RTMAL-RC < 12
005860      THEN
005870       OPEN I-O APKRTMAL-CUST;
005880       IF APKRTMAL-CUST-OK
005890        THEN
005900         SET CUST-FILE-IS-OPEN TO TRUE;
005910        ELSE
005920         DISPLAY PGMNAME, ' CUSTOMER MASTER NOT AVAILABLE, ',
005930                 'STATUS ', APKRTMAL-CUST-STATUS;
005940         MOVE 12 TO RTMAL-RC;
005950       END-IF;
005960       OPEN EXTEND APKRTMAL-JRNL;
005970       IF APKRTMAL-JRNL-OK
005980        THEN
005990         SET JRNL-FILE-IS-OPEN TO TRUE;
006000        ELSE
006010         DISPLAY PGMNAME, ' CHANGE JOURNAL NOT AVAILABLE, ',
006020                 'STATUS ', APKRTMAL-JRNL-STATUS;
006030         MOVE 12 TO RTMAL-RC;
006040       END-IF;
006050     END-IF.
006060 SKIP2
006070 0150-APPLY-ONE-RETURN.
006080* Settle one returned piece: hold its account, or say on the
006090* listing why not.
006100     MOVE SPACES TO RESULT-TEXT.
006110     IF RT-UNRESOLVED (RTN-SUB)
006120      THEN
006130       ADD 1 TO UNMATCHED-CNTR;
006140       MOVE 'NOT MAILED IN RUN' TO RESULT-TEXT;
006150      ELSE
006160       MOVE RT-ACCT-NUMBER (RTN-SUB) TO CUST-ACCT-NUMBER;
006170       READ APKRTMAL-CUST
006180        INVALID KEY
006190         ADD 1 TO NOT-ON-MASTER-CNTR
006200         MOVE 'ACCOUNT NOT ON MASTER' TO RESULT-TEXT
006210       END-READ;
006220     END-IF.
006230     IF RESULT-TEXT = SPACES
006240      THEN
006250       IF CUST-ADDR-IS-HELD
006260        THEN
006270         ADD 1 TO ALREADY-HELD-CNTR;
006280         MOVE 'ALREADY ON HOLD' TO RESULT-TEXT;
006290        ELSE
006300         PERFORM 0160-SET-ADDRESS-HOLD;
006310       END-IF;
006320     END-IF.
006330     IF RT-INDEXED (RTN-SUB)
006340      THEN
006350       ADD 1 TO UNCONFIRMED-CNTR;
006360       DISPLAY PGMNAME, ' WARNING - MAILING OF ',
006370               RT-ACCT-NUMBER (RTN-SUB), ' ',
006380               RT-NDX-DATE (RTN-SUB),
006390               ' NOT CONFIRMED BY THE MANIFEST';
006400     END-IF.
006410     IF RT-UNRESOLVED (RTN-SUB)
006420         OR RESULT-TEXT = 'ACCOUNT NOT ON MASTER'
006430      THEN
006440       IF RTMAL-RC < 4
006450        THEN
006460         MOVE 4 TO RTMAL-RC;
006470       END-IF;
006480       DISPLAY PGMNAME, ' RECORD ', RT-RECORD-NUMBER (RTN-SUB),
006490               ' ', RT-ACCT-NUMBER (RTN-SUB), ' NOT HELD - ',
006500               RESULT-TEXT;
006510     END-IF.
006520     MOVE SPACES TO LIST-DETAIL-LINE.
006530     MOVE RT-ACCT-NUMBER (RTN-SUB) TO LDL-ACCT-NUMBER.
006540     IF RT-UNRESOLVED (RTN-SUB)
006550      THEN
006560       MOVE RT-STMT-DATE (RTN-SUB) TO LDL-STMT-DATE;
006570      ELSE
006580       MOVE RT-NDX-DATE (RTN-SUB) TO LDL-STMT-DATE;
006590     END-IF.
006600     MOVE RT-DOC-NUMBER (RTN-SUB) TO LDL-DOC-NUMBER.
006610     MOVE RT-RUN-IDENT (RTN-SUB) TO LDL-RUN-IDENT.
006620     MOVE RESULT-TEXT TO LDL-RESULT.
006630     MOVE LIST-DETAIL-LINE TO APKRTMAL-LIST-RECORD.
006640     WRITE APKRTMAL-LIST-RECORD.
006650 SKIP2
006660 0160-SET-ADDRESS-HOLD.
006670* Mark the account address-hold.  The hold date is the day
006680* the hold was set, which is what the weekly held-mail report
006690* ages from; the reason is the carrier's endorsement, or a
006700* plain RETURN MAIL when none was keyed.
006710     MOVE CUST-MASTER-RECORD TO CUST-BEFORE-IMAGE.
006720     SET CUST-ADDR-IS-HELD TO TRUE.
006730     MOVE RUN-DATE-W TO CUST-HOLD-DATE.
006740     IF RT-REASON (RTN-SUB) = SPACES
006750      THEN
006760       MOVE 'RETURN MAIL' TO CUST-HOLD-REASON;
006770      ELSE
006780       MOVE RT-REASON (RTN-SUB) TO CUST-HOLD-REASON;
006790     END-IF.
006800     REWRITE CUST-MASTER-RECORD
006810      INVALID KEY
006820       MOVE 'MASTER REWRITE FAILED' TO RESULT-TEXT
006830     END-REWRITE.
006840     IF RESULT-TEXT = SPACES
006850      THEN
006860       ADD 1 TO HOLD-SET-CNTR;
006870       MOVE 'ADDRESS HOLD SET' TO RESULT-TEXT;
006880       MOVE CUST-MASTER-RECORD TO CUST-AFTER-IMAGE;
006890       PERFORM 0170-WRITE-JOURNAL;
006900      ELSE
006910       DISPLAY PGMNAME, ' ERROR REWRITING CUSTOMER MASTER, ',
006920               'STATUS ', APKRTMAL-CUST-STATUS, ' ACCOUNT ',
006930               RT-ACCT-NUMBER (RTN-SUB);
006940       MOVE 12 TO RTMAL-RC;
006950     END-IF.
006960 SKIP2
006970 0170-WRITE-JOURNAL.
006980* One journal record per hold set, in the master maintenance
006990* step's own layout, action H.
007000     ACCEPT CHG-TIME-W FROM TIME.
007010     MOVE SPACES TO APKRTMAL-JRNL-RECORD.
007020     MOVE 'H' TO JRNL-ACTION.
007030     MOVE RT-ACCT-NUMBER (RTN-SUB) TO JRNL-ACCT-NUMBER.
007040     MOVE RUN-DATE-W TO JRNL-CHG-DATE.
007050     MOVE CHG-TIME-W (1 : 6) TO JRNL-CHG-TIME.
007060     MOVE EFF-RUN-IDENT TO JRNL-EFF-RUN-IDENT.
007070     MOVE RT-RECORD-NUMBER (RTN-SUB) TO JRNL-CARD-NUMBER.
007080     MOVE CUST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
007090     MOVE CUST-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
007100     WRITE APKRTMAL-JRNL-RECORD.
007110     IF APKRTMAL-JRNL-OK
007120      THEN
007130       ADD 1 TO JRNL-WRITE-CNTR;
007140      ELSE
007150       DISPLAY PGMNAME, ' ERROR WRITING CHANGE JOURNAL, ',
007160               'STATUS ', APKRTMAL-JRNL-STATUS, ' ACCOUNT ',
007170               RT-ACCT-NUMBER (RTN-SUB);
007180       MOVE 12 TO RTMAL-RC;
007190     END-IF.
007200 SKIP2
007210 0190-CLOSE-FILES.
007220* Put the totals at the foot of the listing and close
007230* whatever was opened.
007240     IF LIST-FILE-IS-OPEN
007250      THEN
007260       MOVE SPACES TO APKRTMAL-LIST-RECORD;
007270       WRITE APKRTMAL-LIST-RECORD;
007280       MOVE 'RETURNED PIECES READ ....' TO TOT-LABEL;
007290       MOVE RTN-READ-CNTR TO TOT-VALUE;
007300       PERFORM 0195-WRITE-TOTAL-LINE;
007310       MOVE 'ADDRESS HOLDS SET .......' TO TOT-LABEL;
007320       MOVE HOLD-SET-CNTR TO TOT-VALUE;
007330       PERFORM 0195-WRITE-TOTAL-LINE;
007340       MOVE 'ALREADY ON HOLD .........' TO TOT-LABEL;
007350       MOVE ALREADY-HELD-CNTR TO TOT-VALUE;
007360       PERFORM 0195-WRITE-TOTAL-LINE;
007370       MOVE 'NOT MAILED IN THIS RUN ..' TO TOT-LABEL;
007380       MOVE UNMATCHED-CNTR TO TOT-VALUE;
007390       PERFORM 0195-WRITE-TOTAL-LINE;
007400       MOVE 'ACCOUNT NOT ON MASTER ...' TO TOT-LABEL;
007410       MOVE NOT-ON-MASTER-CNTR TO TOT-VALUE;
007420       PERFORM 0195-WRITE-TOTAL-LINE;
007430       MOVE 'NOT CONFIRMED BY MANIF ..' TO TOT-LABEL;
007440       MOVE UNCONFIRMED-CNTR TO TOT-VALUE;
007450       PERFORM 0195-WRITE-TOTAL-LINE;
007460       MOVE 'PIECES OVER TABLE LIMIT .' TO TOT-LABEL;
007470       MOVE OVERFLOW-CNTR TO TOT-VALUE;
007480       PERFORM 0195-WRITE-TOTAL-LINE;
007490       MOVE 'JOURNAL RECORDS WRITTEN .' TO TOT-LABEL;
007500       MOVE JRNL-WRITE-CNTR TO TOT-VALUE;
007510       PERFORM 0195-WRITE-TOTAL-LINE;
007520       CLOSE APKRTMAL-LIST;
007530       SET LIST-FILE-NOT-OPEN TO TRUE;
007540     END-IF.
007550     IF JRNL-FILE-IS-OPEN
007560      THEN
007570       CLOSE APKRTMAL-JRNL;
007580       SET JRNL-FILE-NOT-OPEN TO TRUE;
007590     END-IF.
007600     IF CUST-FILE-IS-OPEN
007610      THEN
007620       CLOSE APKRTMAL-CUST;
007630       SET CUST-FILE-NOT-OPEN TO TRUE;
007640     END-IF.
007650     DISPLAY PGMNAME, ' PIECES READ ', RTN-READ-CNTR,
007660             ' HELD ', HOLD-SET-CNTR,
007670             ' NOT MATCHED ', UNMATCHED-CNTR.
007680 SKIP2
007690 0195-WRITE-TOTAL-LINE.
007700     MOVE LIST-TOTAL-LINE TO APKRTMAL-LIST-RECORD.
007710     WRITE APKRTMAL-LIST-RECORD.
