000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:40:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - WEEKLY HELD-MAIL REPORT.  !@01*
000135*   15 OCT 2026  DLM  SPACE BEFORE THE WINDOW DAYS.               !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKHLDRP.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Weekly held-mail report for customer service.
000190               Run once a week against the customer master
000200               (CUSTMAST) and the week's held-mail extracts
000210               (APKHELD, the nightly members concatenated), it
000220               lists every account on address hold -- when the
000230               hold was set, why, how many days it has stood,
000240               and how many documents and pages the input exit
000250               diverted for it during the week -- and flags the
000260               holds set within the reporting window as NEW, so
000270               the callers know which customers to reach first.
000280
000290               A second section lists documents the week's
000300               extracts hold for accounts that are no longer on
000310               hold: the address was corrected after the
000320               documents were diverted, and they are waiting to
000330               be reprinted and mailed.
000340
000350               The reporting window defaults to seven days and
000360               is set with a HELDDAYS=n control card in the
000370               shared APKPARM member.
000380
000390               The step return code:
000400                  0 - the report is complete.
000410                  4 - the held-mail extracts were not available
000420                      (document counts are not shown), or more
000430                      accounts had documents diverted than the
000440                      report can tally.
000450                 12 - the customer master or the report file
000460                      could not be opened; no report.
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
000860 TITLE 'Weekly Held-Mail Report'.
000870 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER. IBM-370.
000900 OBJECT-COMPUTER. IBM-370.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT APKHLDRP-CUST       ASSIGN TO CUSTMAST
000940                                 ORGANIZATION IS INDEXED
000950                                 ACCESS MODE IS SEQUENTIAL
000960                                 RECORD KEY IS CUST-ACCT-NUMBER
000970                                 FILE STATUS
000980                                 APKHLDRP-CUST-STATUS.
000990     SELECT APKHLDRP-HELD       ASSIGN TO SYS001-S-APKHELD
001000                                 ORGANIZATION IS SEQUENTIAL
001010                                 FILE STATUS
001020                                 APKHLDRP-HELD-STATUS.
001030     SELECT APKHLDRP-PARM       ASSIGN TO SYS001-S-APKPARM
001040                                 ORGANIZATION IS SEQUENTIAL
001050                                 FILE STATUS
001060                                 APKHLDRP-PARM-STATUS.
001070     SELECT APKHLDRP-RPT        ASSIGN TO SYS001-S-APKHLRPT
001080                                 ORGANIZATION IS SEQUENTIAL
001090                                 FILE STATUS
001100                                 APKHLDRP-RPT-STATUS.
001110     EJECT
001120 DATA DIVISION.
001130 FILE SECTION.
001140/ CUSTOMER MASTER (KEYED VSAM), READ IN ACCOUNT ORDER.
001150 FD  APKHLDRP-CUST,
001160     RECORD CONTAINS 80 CHARACTERS.
001170 01  CUST-MASTER-RECORD.
001180     05  CUST-ACCT-NUMBER        PIC X(10).
001190     05  CUST-NAME               PIC X(30).
001200     05  CUST-DELIV-PREF         PIC X.
001210         88  CUST-WANTS-PAPER    VALUE 'P'.
001220         88  CUST-WANTS-EDELIV   VALUE 'E'.
001230     05  CUST-ADDR-HOLD          PIC X.
001240         88  CUST-ADDR-IS-HELD   VALUE 'H'.
001250         88  CUST-ADDR-IS-GOOD   VALUE ' '.
001260     05  CUST-HOLD-DATE          PIC X(8).
001270     05  CUST-HOLD-REASON        PIC X(12).
001280     05  FILLER                  PIC X(18).
001290/ THE WEEK'S HELD-MAIL EXTRACTS, WHOLE DOCUMENTS.
001300 FD  APKHLDRP-HELD,
001310     BLOCK CONTAINS 0 RECORDS,
001320     RECORDING MODE IS V
001330     RECORD VARYING FROM 08 TO 32752
001340         DEPENDING ON HELD-IN-LENGTH.
001350 01  APKHLDRP-HELD-RECORD.
001360     05  HELD-IN-INTRODUCER.
001370       10  HELD-IN-CC        PIC X.
001380       10  HELD-IN-LEN-CHR   PIC XX.
001390       10  HELD-IN-RECLEN REDEFINES
001400                                HELD-IN-LEN-CHR
001410                           PIC 9(4) COMP.
001420       10  HELD-IN-TYPE      PIC XXX.
001430           88  HELD-TYPE-IS-HDR    VALUE 'HDR'.
001440       10  HELD-IN-FLAG      PIC X.
001450       10  HELD-IN-SEQ-CHR   PIC XX.
001460       10  HELD-IN-SEQNUM REDEFINES
001470                                HELD-IN-SEQ-CHR
001480                           PIC 9(4) COMP.
001490     05  HELD-IN-DATA.
001500         10  HELD-IN-ARRAY
001510                           OCCURS 32743,
001520                           DEPENDING ON
001530                           HELD-IN-RECLEN,
001540                           PIC X.
001550/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001560 FD  APKHLDRP-PARM,
001570     RECORDING MODE IS F,
001580     BLOCK CONTAINS 0 RECORDS.
001590 01  APKHLDRP-PARM-RECORD.
001600     05  PARM-CARD-TEXT          PIC X(72).
001610     05  FILLER                  PIC X(8).
001620/ THE PRINTED REPORT.
001630 FD  APKHLDRP-RPT,
001640     RECORDING MODE IS F,
001650     BLOCK CONTAINS 0 RECORDS.
001660 01  APKHLDRP-RPT-RECORD        PIC X(80).
001670   SKIP3
001680 WORKING-STORAGE SECTION.
001690 77  PGMNAME                 PIC X(8) VALUE 'APKHLDRP'.
001700 77  HLDRP-RC                PIC 9(4) BINARY VALUE ZERO.
001710 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
001720 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
001730 77  HELD-IN-LENGTH          PIC 9(8) BINARY VALUE ZERO.
001740* THE REPORTING WINDOW, IN DAYS.  A HOLD SET WITHIN IT IS NEW.
001750 77  WINDOW-DAYS             PIC 9(8) BINARY VALUE 7.
001760 77  RUN-DAY-NUMBER          PIC 9(8) BINARY VALUE ZERO.
001770 77  HOLD-DAY-NUMBER         PIC 9(8) BINARY VALUE ZERO.
001780 77  DAYS-HELD               PIC 9(8) BINARY VALUE ZERO.
001790 77  HELD-REC-CNTR           PIC 9(8) BINARY VALUE ZERO.
001800 77  HELD-DOC-CNTR           PIC 9(8) BINARY VALUE ZERO.
001810 77  HELD-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.
001820 77  CUST-READ-CNTR          PIC 9(8) BINARY VALUE ZERO.
001830 77  HOLD-ACCT-CNTR          PIC 9(8) BINARY VALUE ZERO.
001840 77  NEW-HOLD-CNTR           PIC 9(8) BINARY VALUE ZERO.
001850 77  RELEASED-DOC-CNTR       PIC 9(8) BINARY VALUE ZERO.
001860 77  RELEASED-ACCT-CNTR      PIC 9(8) BINARY VALUE ZERO.
001870 77  OVERFLOW-DOC-CNTR       PIC 9(8) BINARY VALUE ZERO.
001880* PER-ACCOUNT TALLY OF THE WEEK'S DIVERTED DOCUMENTS.  A WEEK
001890* OF HELD MAIL RUNS TO A FEW HUNDRED ACCOUNTS; DOCUMENTS FOR
001900* ACCOUNTS PAST THE LIMIT ARE COUNTED IN THE TOTALS ONLY.
001910 77  ACCT-COUNT              PIC 9(4) BINARY VALUE ZERO.
001920 77  ACCT-SUB                PIC 9(4) BINARY VALUE ZERO.
001930 77  ACCT-CURR               PIC 9(4) BINARY VALUE ZERO.
001940 77  ACCT-KEY-WORK           PIC X(10) VALUE SPACES.
001950 01  HELD-ACCOUNT-TABLE.
001960     05  HELD-ACCOUNT-ENTRY  OCCURS 1000 TIMES.
001970         10  HA-ACCT-NUMBER  PIC X(10).
001980         10  HA-LAST-STMT    PIC X(8).
001990         10  HA-DOC-CNT      PIC 9(8) BINARY.
002000         10  HA-PAGE-CNT     PIC 9(8) BINARY.
002010         10  HA-REPORTED-SW  PIC X.
002020             88  HA-REPORTED     VALUE 'Y'.
002030             88  HA-NOT-REPORTED VALUE 'N'.
002040* DAY-NUMBER WORK FIELDS.  A DATE IS TURNED INTO A COUNT OF
002050* DAYS IN INTEGER STEPS SO TWO DATES CAN BE SUBTRACTED.
002060 77  DN-YEAR                 PIC 9(4) BINARY VALUE ZERO.
002070 77  DN-MONTH                PIC 9(4) BINARY VALUE ZERO.
002080 77  DN-DAY                  PIC 9(4) BINARY VALUE ZERO.
002090 77  DN-T1                   PIC 9(8) BINARY VALUE ZERO.
002100 77  DN-T2                   PIC 9(8) BINARY VALUE ZERO.
002110 77  DN-T3                   PIC 9(8) BINARY VALUE ZERO.
002120 77  DN-T4                   PIC 9(8) BINARY VALUE ZERO.
002130 77  DN-RESULT               PIC 9(8) BINARY VALUE ZERO.
002140 01  DN-DATE-FIELDS.
002150     05  DN-DATE             PIC X(8) VALUE SPACES.
002160     05  DN-DATE-N REDEFINES DN-DATE.
002170         10  DN-DATE-YYYY    PIC 9(4).
002180         10  DN-DATE-MM      PIC 9(2).
002190         10  DN-DATE-DD      PIC 9(2).
002200* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
002210 01  PARM-WORK-FIELDS.
002220     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
002230     05  PARM-VALUE          PIC X(68) VALUE SPACES.
002240     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
002250     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
002260     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
002270     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
002280                             PIC 9(8).
002290     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
002300         88  PARM-NUM-OK         VALUE 'Y'.
002310         88  PARM-NUM-BAD        VALUE 'N'.
002320* REPORT LINE LAYOUTS.
002330 01  RPT-HEADER-LINE.
002340     05  FILLER              PIC X(33)
002350         VALUE 'APKHLDRP  WEEKLY HELD-MAIL REPORT'.
002360     05  FILLER              PIC X(3)  VALUE SPACES.
002370     05  HDR-DATE            PIC X(8).
002380     05  FILLER              PIC X     VALUE SPACE.
002390     05  HDR-TIME            PIC X(6).
002400     05  FILLER              PIC X(29) VALUE SPACES.
002410 01  RPT-WINDOW-LINE.
002420     05  FILLER              PIC X(31)                            !@02
002430         VALUE 'HOLDS SET IN THE LAST     DAYS '.                 !@02
002440     05  FILLER              PIC X(49)                            !@02
002450         VALUE 'ARE MARKED NEW'.
002460 01  RPT-WINDOW-FIELDS REDEFINES RPT-WINDOW-LINE.
002470     05  FILLER              PIC X(22).                           !@02
002480     05  WNL-DAYS            PIC ZZ9.
002490     05  FILLER              PIC X(55).                           !@02
002500 01  RPT-HOLD-COLUMN-LINE.
002510     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
002520     05  FILLER              PIC X(23) VALUE 'CUSTOMER NAME'.
002530     05  FILLER              PIC X(9)  VALUE 'HELD ON'.
002540     05  FILLER              PIC X(13) VALUE 'REASON'.
002550     05  FILLER              PIC X(5)  VALUE 'DAYS'.
002560     05  FILLER              PIC X(5)  VALUE 'DOCS'.
002570     05  FILLER              PIC X(6)  VALUE 'PAGES'.
002580     05  FILLER              PIC X(8)  VALUE SPACES.
002590 01  RPT-HOLD-LINE.
002600     05  HLL-ACCT-NUMBER     PIC X(10).
002610     05  FILLER              PIC X     VALUE SPACE.
002620     05  HLL-CUST-NAME       PIC X(22).
002630     05  FILLER              PIC X     VALUE SPACE.
002640     05  HLL-HOLD-DATE       PIC X(8).
002650     05  FILLER              PIC X     VALUE SPACE.
002660     05  HLL-HOLD-REASON     PIC X(12).
002670     05  FILLER              PIC X     VALUE SPACE.
002680     05  HLL-DAYS-HELD       PIC ZZZ9.
002690     05  FILLER              PIC X     VALUE SPACE.
002700     05  HLL-DOC-CNT         PIC ZZZ9.
002710     05  FILLER              PIC X     VALUE SPACE.
002720     05  HLL-PAGE-CNT        PIC ZZZZ9.
002730     05  FILLER              PIC X     VALUE SPACE.
002740     05  HLL-NEW-FLAG        PIC X(3).
002750     05  FILLER              PIC X(5)  VALUE SPACES.
002760 01  RPT-RELEASED-COLUMN-LINE.
002770     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
002780     05  FILLER              PIC X(10) VALUE 'LAST STMT'.
002790     05  FILLER              PIC X(5)  VALUE 'DOCS'.
002800     05  FILLER              PIC X(6)  VALUE 'PAGES'.
002810     05  FILLER              PIC X(48) VALUE 'ACTION'.
002820 01  RPT-RELEASED-LINE.
002830     05  RLL-ACCT-NUMBER     PIC X(10).
002840     05  FILLER              PIC X     VALUE SPACE.
002850     05  RLL-LAST-STMT       PIC X(8).
002860     05  FILLER              PIC X(2)  VALUE SPACES.
002870     05  RLL-DOC-CNT         PIC ZZZ9.
002880     05  FILLER              PIC X     VALUE SPACE.
002890     05  RLL-PAGE-CNT        PIC ZZZZ9.
002900     05  FILLER              PIC X     VALUE SPACE.
002910     05  RLL-ACTION          PIC X(40).
002920     05  FILLER              PIC X(8)  VALUE SPACES.
002930 01  RPT-TOTAL-LINE.
002940     05  TOT-LABEL           PIC X(26).
002950     05  TOT-VALUE           PIC ZZZZZZZ9.
002960     05  FILLER              PIC X(46) VALUE SPACES.
002970 01  REPORT-SWITCHES.
002980     05  HELD-EOF-SW         PIC X    VALUE 'N'.
002990         88  HELD-AT-EOF         VALUE 'Y'.
003000     05  CUST-EOF-SW         PIC X    VALUE 'N'.
003010         88  CUST-AT-EOF         VALUE 'Y'.
003020     05  HELD-DATA-SW        PIC X    VALUE 'N'.
003030         88  HELD-DATA-PRESENT   VALUE 'Y'.
003040         88  HELD-DATA-ABSENT    VALUE 'N'.
003050     05  RPT-FILE-SW         PIC X    VALUE 'N'.
003060         88  RPT-FILE-IS-OPEN    VALUE 'Y'.
003070         88  RPT-FILE-NOT-OPEN   VALUE 'N'.
003080 01  GLOBAL-VARIABLES.
003090     05  APKHLDRP-CUST-STATUS    PIC 99   VALUE ZERO.
003100         88  APKHLDRP-CUST-OK    VALUE 00.
003110     05  APKHLDRP-HELD-STATUS    PIC 99   VALUE ZERO.
003120         88  APKHLDRP-HELD-OK    VALUE 00.
003130     05  APKHLDRP-PARM-STATUS    PIC 99   VALUE ZERO.
003140         88  APKHLDRP-PARM-OK    VALUE 00.
003150     05  APKHLDRP-RPT-STATUS     PIC 99   VALUE ZERO.
003160         88  APKHLDRP-RPT-OK     VALUE 00.
003170     SKIP1
003180 TITLE 'Initialization and Main Line'.
003190 PROCEDURE DIVISION.
003200     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
003210     ACCEPT RUN-TIME-W FROM TIME.
003220     MOVE RUN-DATE-W TO DN-DATE.
003230     PERFORM 0135-COMPUTE-DAY-NUMBER.
003240     MOVE DN-RESULT TO RUN-DAY-NUMBER.
003250     PERFORM 0100-LOAD-PARM-CARDS.
003260     PERFORM 0110-TALLY-HELD-MAIL.
003270     PERFORM 0120-OPEN-REPORT.
003280     IF HLDRP-RC < 12
003290      THEN
003300       PERFORM 0130-LIST-HELD-ACCOUNTS;
003310     END-IF.
003320     IF HLDRP-RC < 12
003330      THEN
003340       PERFORM 0150-LIST-RELEASED-ACCOUNTS;
003350     END-IF.
003360     PERFORM 0190-WRITE-TOTALS.
003370     DISPLAY PGMNAME, ' HELD-MAIL REPORT COMPLETE, RC ', HLDRP-RC.
003380     MOVE HLDRP-RC TO RETURN-CODE.
003390     GOBACK.
003400 SKIP3
003410 0100-LOAD-PARM-CARDS.
003420* Pick up the optional HELDDAYS window.  The card format and
003430* the comment conventions are the ones the input exit's
003440* control-card dataset already uses, so one APKPARM member can
003450* serve the whole job stream.
003460     OPEN INPUT APKHLDRP-PARM.
003470     IF APKHLDRP-PARM-OK
003480      THEN
003490       PERFORM 0105-APPLY-PARM-CARD
003500           UNTIL NOT APKHLDRP-PARM-OK;
003510       CLOSE APKHLDRP-PARM;
003520     END-IF.
003530 SKIP2
003540 0105-APPLY-PARM-CARD.
003550     READ APKHLDRP-PARM;
003560     IF APKHLDRP-PARM-OK
003570         AND PARM-CARD-TEXT NOT = SPACES
003580         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
003590      THEN
003600       MOVE SPACES TO PARM-KEYWORD;
003610       MOVE SPACES TO PARM-VALUE;
003620       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
003630           INTO PARM-KEYWORD, PARM-VALUE;
003640       EVALUATE PARM-KEYWORD
003650         WHEN 'HELDDAYS'
003660           PERFORM 0106-CONVERT-PARM-NUMBER;
003670           IF PARM-NUM-OK AND PARM-NUM-VALUE > ZERO
003680               AND PARM-NUM-VALUE < 1000
003690            THEN
003700             MOVE PARM-NUM-VALUE TO WINDOW-DAYS;
003710           END-IF
003720         WHEN OTHER
003730* The same card member drives the input exit, so keywords
003740* this report has no use for pass by without comment.
003750           CONTINUE
003760       END-EVALUATE;
003770     END-IF.
003780 SKIP2
003790 0106-CONVERT-PARM-NUMBER.
003800* Convert the left-justified digits of a control-card value
003810* into a binary-usable number, exactly as the input exit
003820* does.
003830     SET PARM-NUM-BAD TO TRUE;
003840     MOVE SPACES TO PARM-NUM-WORK;
003850     MOVE ZERO TO PARM-NUM-LEN;
003860     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
003870         INTO PARM-NUM-WORK
003880         COUNT IN PARM-NUM-LEN;
003890     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
003900      THEN
003910       MOVE ZEROES TO PARM-NUM-DIGITS;
003920       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
003930           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
003940       IF PARM-NUM-DIGITS IS NUMERIC
003950        THEN
003960         SET PARM-NUM-OK TO TRUE;
003970       END-IF;
003980     END-IF;
003990     IF PARM-NUM-BAD
004000      THEN
004010       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
004020               'CARD VALUE IGNORED: ', PARM-KEYWORD;
004030     END-IF.
004040 SKIP2
004050 0110-TALLY-HELD-MAIL.
004060* One pass over the week's held-mail extracts, tallying the
004070* documents and pages diverted for each account.  Documents are
004080* recognized the way the nightly run recognizes them -- each
004090* HDR opens one -- and every page (a skip-to-channel-1
004100* carriage control) belongs to the document last opened.
004110* Without the extracts the report still lists every hold, just
004120* without the week's counts.
004130     OPEN INPUT APKHLDRP-HELD.
004140     IF APKHLDRP-HELD-OK
004150      THEN
004160       SET HELD-DATA-PRESENT TO TRUE;
004170       PERFORM 0115-TALLY-HELD-RECORD
004180           UNTIL HELD-AT-EOF;
004190       CLOSE APKHLDRP-HELD;
004200      ELSE
004210       DISPLAY PGMNAME, ' WARNING - HELD-MAIL EXTRACTS NOT ',
004220               'AVAILABLE, STATUS ', APKHLDRP-HELD-STATUS,
004230               ' - DOCUMENT COUNTS NOT SHOWN';
004240       MOVE 4 TO HLDRP-RC;
004250     END-IF.
004260 SKIP2
004270 0115-TALLY-HELD-RECORD.
004280     READ APKHLDRP-HELD;
004290     IF APKHLDRP-HELD-OK
004300      THEN
004310       ADD 1 TO HELD-REC-CNTR;
004320       IF HELD-TYPE-IS-HDR
004330        THEN
004340         ADD 1 TO HELD-DOC-CNTR;
004350         PERFORM 0117-FIND-HELD-ACCOUNT;
004360         IF ACCT-CURR > ZERO
004370          THEN
004380           ADD 1 TO HA-DOC-CNT (ACCT-CURR);
004390           IF HELD-IN-RECLEN >= 18
004400               AND HELD-IN-DATA (11 : 8)
004410                 > HA-LAST-STMT (ACCT-CURR)
004420            THEN
004430             MOVE HELD-IN-DATA (11 : 8)
004440                 TO HA-LAST-STMT (ACCT-CURR);
004450           END-IF;
004460          ELSE
004470           ADD 1 TO OVERFLOW-DOC-CNTR;
004480         END-IF;
004490       END-IF;
004500       IF HELD-IN-CC = '1'
004510        THEN
004520         ADD 1 TO HELD-PAGE-CNTR;
004530         IF ACCT-CURR > ZERO
004540          THEN
004550           ADD 1 TO HA-PAGE-CNT (ACCT-CURR);
004560         END-IF;
004570       END-IF;
004580      ELSE
004590       SET HELD-AT-EOF TO TRUE;
004600     END-IF.
004610 SKIP2
004620 0117-FIND-HELD-ACCOUNT.
004630* Find the HDR's account in the tally table, adding it when it
004640* is new.  A HDR too short to carry the account is tallied
004650* under a blank account rather than under residue.
004660     MOVE SPACES TO ACCT-KEY-WORK.
004670     IF HELD-IN-RECLEN >= 10
004680      THEN
004690       MOVE HELD-IN-DATA (1 : 10) TO ACCT-KEY-WORK;
004700     END-IF.
004710     MOVE ZERO TO ACCT-CURR.
004720     PERFORM 0118-TEST-ACCOUNT-ENTRY
004730         VARYING ACCT-SUB FROM 1 BY 1
004740         UNTIL ACCT-SUB > ACCT-COUNT
004750            OR ACCT-CURR > ZERO.
004760     IF ACCT-CURR = ZERO
004770      THEN
004780       IF ACCT-COUNT < 1000
004790        THEN
004800         ADD 1 TO ACCT-COUNT;
004810         MOVE ACCT-COUNT TO ACCT-CURR;
004820         MOVE ACCT-KEY-WORK TO HA-ACCT-NUMBER (ACCT-CURR);
004830         MOVE SPACES TO HA-LAST-STMT (ACCT-CURR);
004840         MOVE ZERO TO HA-DOC-CNT (ACCT-CURR);
004850         MOVE ZERO TO HA-PAGE-CNT (ACCT-CURR);
004860         SET HA-NOT-REPORTED (ACCT-CURR) TO TRUE;
004870        ELSE
004880         IF HLDRP-RC < 4
004890          THEN
004900           MOVE 4 TO HLDRP-RC;
004910         END-IF;
004920       END-IF;
004930     END-IF.
004940 SKIP2
004950 0118-TEST-ACCOUNT-ENTRY.
004960     IF HA-ACCT-NUMBER (ACCT-SUB) = ACCT-KEY-WORK
004970      THEN
004980       MOVE ACCT-SUB TO ACCT-CURR;
004990     END-IF.
005000 SKIP2
005010 0120-OPEN-REPORT.
005020     OPEN OUTPUT APKHLDRP-RPT.
005030     IF APKHLDRP-RPT-OK
005040      THEN
005050       SET RPT-FILE-IS-OPEN TO TRUE;
005060       MOVE RUN-DATE-W TO HDR-DATE;
005070       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
005080       MOVE RPT-HEADER-LINE TO APKHLDRP-RPT-RECORD;
005090       WRITE APKHLDRP-RPT-RECORD;
005100       MOVE WINDOW-DAYS TO WNL-DAYS;
005110       MOVE RPT-WINDOW-LINE TO APKHLDRP-RPT-RECORD;
005120       WRITE APKHLDRP-RPT-RECORD;
005130       MOVE SPACES TO APKHLDRP-RPT-RECORD;
005140       WRITE APKHLDRP-RPT-RECORD;
005150      ELSE
005160       DISPLAY PGMNAME, ' REPORT FILE NOT AVAILABLE, ',
005170               'STATUS ', APKHLDRP-RPT-STATUS;
005180       MOVE 12 TO HLDRP-RC;
005190     END-IF.
005200 SKIP2
005210 0130-LIST-HELD-ACCOUNTS.
005220* One pass over the customer master in account order lists
005230* every account on address hold.
005240     OPEN INPUT APKHLDRP-CUST.
005250     IF APKHLDRP-CUST-OK
005260      THEN
005270       MOVE 'ACCOUNTS ON ADDRESS HOLD' TO APKHLDRP-RPT-RECORD;
005280       WRITE APKHLDRP-RPT-RECORD;
005290       MOVE RPT-HOLD-COLUMN-LINE TO APKHLDRP-RPT-RECORD;
005300       WRITE APKHLDRP-RPT-RECORD;
005310       PERFORM 0140-LIST-ONE-CUSTOMER
005320           UNTIL CUST-AT-EOF;
005330       CLOSE APKHLDRP-CUST;
005340      ELSE
005350       DISPLAY PGMNAME, ' CUSTOMER MASTER NOT AVAILABLE, ',
005360               'STATUS ', APKHLDRP-CUST-STATUS;
005370       MOVE 12 TO HLDRP-RC;
005380     END-IF.
005390 SKIP2
005400 0135-COMPUTE-DAY-NUMBER.
005410* Turn the YYYYMMDD date in DN-DATE into a day number, done in
005420* integer steps so every division truncates: March is counted
005430* as the first month, so the leap day falls at the end of the
005440* year and the month lengths follow the 153/5 pattern.  Only
005450* differences between two day numbers mean anything.  A
005460* malformed date gives zero.
005470     MOVE ZERO TO DN-RESULT.
005480     IF DN-DATE IS NUMERIC
005490      THEN
005500       MOVE DN-DATE-YYYY TO DN-YEAR;
005510       MOVE DN-DATE-MM TO DN-MONTH;
005520       MOVE DN-DATE-DD TO DN-DAY;
005530       IF DN-MONTH >= 1 AND DN-MONTH <= 12
005540           AND DN-DAY >= 1 AND DN-DAY <= 31
005550           AND DN-YEAR > ZERO
005560        THEN
005570         IF DN-MONTH < 3
005580          THEN
005590           ADD 12 TO DN-MONTH;
005600           SUBTRACT 1 FROM DN-YEAR;
005610         END-IF;
005620         DIVIDE DN-YEAR BY 4 GIVING DN-T1;
005630         DIVIDE DN-YEAR BY 100 GIVING DN-T2;
005640         DIVIDE DN-YEAR BY 400 GIVING DN-T3;
005650         COMPUTE DN-T4 = (153 * (DN-MONTH - 3)) + 2;
005660         DIVIDE DN-T4 BY 5 GIVING DN-T4;
005670         COMPUTE DN-RESULT = (365 * DN-YEAR) + DN-T1 - DN-T2
005680             + DN-T3 + DN-T4 + DN-DAY;
005690       END-IF;
005700     END-IF.
005710 SKIP2
005720 0140-LIST-ONE-CUSTOMER.
005730     READ APKHLDRP-CUST
005740      AT END
005750       SET CUST-AT-EOF TO TRUE
005760     END-READ.
005770     IF NOT CUST-AT-EOF AND APKHLDRP-CUST-OK
005780      THEN
005790       ADD 1 TO CUST-READ-CNTR;
005800       IF CUST-ADDR-IS-HELD
005810        THEN
005820         PERFORM 0145-WRITE-HOLD-LINE;
005830       END-IF;
005840     END-IF.
005850     IF NOT CUST-AT-EOF AND NOT APKHLDRP-CUST-OK
005860      THEN
005870       DISPLAY PGMNAME, ' ERROR READING CUSTOMER MASTER, ',
005880               'STATUS ', APKHLDRP-CUST-STATUS;
005890       SET CUST-AT-EOF TO TRUE;
005900       MOVE 12 TO HLDRP-RC;
005910     END-IF.
005920 SKIP2
005930 0145-WRITE-HOLD-LINE.
005940* One line per held account.  The days held count from the
005950* date the hold was set; a hold set within the window is NEW.
005960     ADD 1 TO HOLD-ACCT-CNTR.
005970     MOVE SPACES TO RPT-HOLD-LINE.
005980     MOVE CUST-ACCT-NUMBER TO HLL-ACCT-NUMBER.
005990     MOVE CUST-NAME TO HLL-CUST-NAME.
006000     MOVE CUST-HOLD-DATE TO HLL-HOLD-DATE.
006010     MOVE CUST-HOLD-REASON TO HLL-HOLD-REASON.
006020     MOVE ZERO TO DAYS-HELD.
006030     MOVE CUST-HOLD-DATE TO DN-DATE.
006040     PERFORM 0135-COMPUTE-DAY-NUMBER.
006050     MOVE DN-RESULT TO HOLD-DAY-NUMBER.
006060     IF HOLD-DAY-NUMBER > ZERO
006070         AND HOLD-DAY-NUMBER <= RUN-DAY-NUMBER
006080      THEN
006090       COMPUTE DAYS-HELD = RUN-DAY-NUMBER - HOLD-DAY-NUMBER;
006100       IF DAYS-HELD < WINDOW-DAYS
006110        THEN
006120         ADD 1 TO NEW-HOLD-CNTR;
006130         MOVE 'NEW' TO HLL-NEW-FLAG;
006140       END-IF;
006150     END-IF.
006160     MOVE DAYS-HELD TO HLL-DAYS-HELD.
006170     MOVE ZERO TO HLL-DOC-CNT.
006180     MOVE ZERO TO HLL-PAGE-CNT.
006190     MOVE CUST-ACCT-NUMBER TO ACCT-KEY-WORK.
006200     MOVE ZERO TO ACCT-CURR.
006210     PERFORM 0118-TEST-ACCOUNT-ENTRY
006220         VARYING ACCT-SUB FROM 1 BY 1
006230         UNTIL ACCT-SUB > ACCT-COUNT
006240            OR ACCT-CURR > ZERO.
006250     IF ACCT-CURR > ZERO
006260      THEN
006270       MOVE HA-DOC-CNT (ACCT-CURR) TO HLL-DOC-CNT;
006280       MOVE HA-PAGE-CNT (ACCT-CURR) TO HLL-PAGE-CNT;
006290       SET HA-REPORTED (ACCT-CURR) TO TRUE;
006300     END-IF.
006310     MOVE RPT-HOLD-LINE TO APKHLDRP-RPT-RECORD.
006320     WRITE APKHLDRP-RPT-RECORD.
006330 SKIP2
006340 0150-LIST-RELEASED-ACCOUNTS.
006350* Every account the week's extracts diverted documents for
006360* that did not appear on the hold list has had its hold
006370* released since -- its documents wait to be reprinted.
006380     IF HELD-DATA-PRESENT
006390      THEN
006400       MOVE SPACES TO APKHLDRP-RPT-RECORD;
006410       WRITE APKHLDRP-RPT-RECORD;
006420       MOVE 'HELD DOCUMENTS FOR ACCOUNTS NO LONGER ON HOLD'
006430           TO APKHLDRP-RPT-RECORD;
006440       WRITE APKHLDRP-RPT-RECORD;
006450       MOVE RPT-RELEASED-COLUMN-LINE TO APKHLDRP-RPT-RECORD;
006460       WRITE APKHLDRP-RPT-RECORD;
006470       PERFORM 0155-WRITE-RELEASED-LINE
006480           VARYING ACCT-SUB FROM 1 BY 1
006490           UNTIL ACCT-SUB > ACCT-COUNT;
006500     END-IF.
006510 SKIP2
006520 0155-WRITE-RELEASED-LINE.
006530     IF HA-NOT-REPORTED (ACCT-SUB)
006540      THEN
006550       ADD 1 TO RELEASED-ACCT-CNTR;
006560       ADD HA-DOC-CNT (ACCT-SUB) TO RELEASED-DOC-CNTR;
006570       MOVE SPACES TO RPT-RELEASED-LINE;
006580       MOVE HA-ACCT-NUMBER (ACCT-SUB) TO RLL-ACCT-NUMBER;
006590       MOVE HA-LAST-STMT (ACCT-SUB) TO RLL-LAST-STMT;
006600       MOVE HA-DOC-CNT (ACCT-SUB) TO RLL-DOC-CNT;
006610       MOVE HA-PAGE-CNT (ACCT-SUB) TO RLL-PAGE-CNT;
006620       MOVE 'HOLD RELEASED - REPRINT AND MAIL'
006630           TO RLL-ACTION;
006640       MOVE RPT-RELEASED-LINE TO APKHLDRP-RPT-RECORD;
006650       WRITE APKHLDRP-RPT-RECORD;
006660     END-IF.
006670 SKIP2
006680 0190-WRITE-TOTALS.
006690     IF RPT-FILE-IS-OPEN
006700      THEN
006710       MOVE SPACES TO APKHLDRP-RPT-RECORD;
006720       WRITE APKHLDRP-RPT-RECORD;
006730       MOVE 'ACCOUNTS ON HOLD ........' TO TOT-LABEL;
006740       MOVE HOLD-ACCT-CNTR TO TOT-VALUE;
006750       PERFORM 0195-WRITE-TOTAL-LINE;
006760       MOVE 'NEW HOLDS IN WINDOW .....' TO TOT-LABEL;
006770       MOVE NEW-HOLD-CNTR TO TOT-VALUE;
006780       PERFORM 0195-WRITE-TOTAL-LINE;
006790       MOVE 'HELD DOCUMENTS ..........' TO TOT-LABEL;
006800       MOVE HELD-DOC-CNTR TO TOT-VALUE;
006810       PERFORM 0195-WRITE-TOTAL-LINE;
006820       MOVE 'HELD PAGES ..............' TO TOT-LABEL;
006830       MOVE HELD-PAGE-CNTR TO TOT-VALUE;
006840       PERFORM 0195-WRITE-TOTAL-LINE;
006850       MOVE 'RELEASED, AWAITING MAIL .' TO TOT-LABEL;
006860       MOVE RELEASED-DOC-CNTR TO TOT-VALUE;
006870       PERFORM 0195-WRITE-TOTAL-LINE;
006880       MOVE 'DOCS PAST TALLY LIMIT ...' TO TOT-LABEL;
006890       MOVE OVERFLOW-DOC-CNTR TO TOT-VALUE;
006900       PERFORM 0195-WRITE-TOTAL-LINE;
006910       CLOSE APKHLDRP-RPT;
006920       SET RPT-FILE-NOT-OPEN TO TRUE;
006930     END-IF.
006940     DISPLAY PGMNAME, ' ACCOUNTS ON HOLD ', HOLD-ACCT-CNTR,
006950             ' NEW ', NEW-HOLD-CNTR,
006960             ' HELD DOCUMENTS ', HELD-DOC-CNTR.
006970 SKIP2
006980 0195-WRITE-TOTAL-LINE.
006990     MOVE RPT-TOTAL-LINE TO APKHLDRP-RPT-RECORD.
007000     WRITE APKHLDRP-RPT-RECORD.
