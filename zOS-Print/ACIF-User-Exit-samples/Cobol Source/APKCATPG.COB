000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:40:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - DOCUMENT CATALOG PURGE.   !@01*
000135*   15 OCT 2026  DLM  CATALOG FALLBACK FLAG.                      !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKCATPG.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Document catalog retention purge.  Removes from the
000190               keyed document catalog (APKCATLG) every entry whose
000200               statement is older than the records-retention
000210               period for its document type, and lists each entry
000220               removed -- account, statement date, type, the run
000230               that produced it, document number, channel, and
000240               age -- so the purge can be proven to the auditors.
000250
000260               Retention periods come from RETAIN control cards in
000270               the shared APKPARM member, one per document type,
000280               giving the type and the period in days:
000290                  RETAIN=STM 2557
000300                  RETAIN=TAX 3653
000310               A card for type ALL sets the period for every type
000320               without a card of its own.  A type with no period
000330               at all is never purged, and neither is an entry
000340               whose statement date is not a valid date; both are
000350               counted on the listing.  Without any RETAIN card
000360               nothing is purged.
000370
000380               An entry is removed when its statement is more days
000390               old than its type's period on the day of the run.
000400
000410               The step return code:
000420                  0 - the purge is complete.
000430                  4 - no retention period was supplied, or an
000440                      entry carries a statement date that is
000450                      not a valid date; nothing was purged for
000460                      those.
000470                 12 - the catalog or the listing could not be
000480                      opened, or an entry could not be removed;
000490                      the purge stopped there.
000500
000510 DATE-WRITTEN. 15 OCT 26.
000520 DATE-COMPILED.
000530 SECURITY. IBM SAMPLE CODE ONLY.
000540*/**************************************************************/
000550*/* Licensed under the Apache License, Version 2.0 (the        */
000560*/* "License"); you may not use this file except in compliance */
000570*/* with the License. You may obtain a copy of the License at  */
000580*/*                                                            */
000590*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000600*/*                                                            */
000610*/* Unless required by applicable law or agreed to in writing, */
000620*/* software distributed under the License is distributed on an*/
000630*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000640*/* KIND, either express or implied.  See the License for the  */
000650*/* specific language governing permissions and limitations    */
000660*/* under the License.                                         */
000670*/*------------------------------------------------------------*/
000680*/*                                                            */
000690*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000700*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000710*/*                                                            */
000720*/*   Permission to use, copy, modify, and distribute          */
000730*/*   this software for any purpose with or without fee        */
000740*/*   is hereby granted, provided that the above               */
000750*/*   copyright notices appear in all copies.                  */
000760*/*                                                            */
000770*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000780*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000790*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
000800*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
000810*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
000820*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
000830*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
000840*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
000850*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
000860*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
000870*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
000880*/**************************************************************/
000890 TITLE 'Document Catalog Purge'.
000900 ENVIRONMENT DIVISION.
000910 CONFIGURATION SECTION.
000920 SOURCE-COMPUTER. IBM-370.
000930 OBJECT-COMPUTER. IBM-370.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT APKCATPG-PARM       ASSIGN TO SYS001-S-APKPARM
000970                                 ORGANIZATION IS SEQUENTIAL
000980                                 FILE STATUS
000990                                 APKCATPG-PARM-STATUS.
001000     SELECT APKCATPG-CATLG      ASSIGN TO APKCATLG
001010                                 ORGANIZATION IS INDEXED
001020                                 ACCESS MODE IS SEQUENTIAL
001030                                 RECORD KEY IS CAT-KEY
001040                                 FILE STATUS
001050                                 APKCATPG-CATLG-STATUS.
001060     SELECT APKCATPG-LIST       ASSIGN TO SYS001-S-APKCPRPT
001070                                 ORGANIZATION IS SEQUENTIAL
001080                                 FILE STATUS
001090                                 APKCATPG-LIST-STATUS.
001100     EJECT
001110 DATA DIVISION.
001120 FILE SECTION.
001130/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001140 FD  APKCATPG-PARM,
001150     RECORDING MODE IS F,
001160     BLOCK CONTAINS 0 RECORDS.
001170 01  APKCATPG-PARM-RECORD.
001180     05  PARM-CARD-TEXT          PIC X(72).
001190     05  FILLER                  PIC X(8).
001200/ MULTI-NIGHT DOCUMENT CATALOG (KEYED VSAM), READ IN KEY ORDER.
001210 FD  APKCATPG-CATLG,
001220     RECORD CONTAINS 160 CHARACTERS.
001230 01  CAT-RECORD.
001240     05  CAT-KEY.
001250         10  CAT-ACCT-NUMBER     PIC X(10).
001260         10  CAT-STMT-DATE       PIC X(8).
001270     05  FILLER                  PIC X.
001280     05  CAT-DOC-TYPE            PIC X(3).
001290     05  FILLER                  PIC X.
001300     05  CAT-RUN-IDENT           PIC X(22).
001310     05  FILLER                  PIC X.
001320     05  CAT-DOC-NUMBER          PIC 9(8).
001330     05  FILLER                  PIC X.
001340     05  CAT-START-SEQNUM        PIC 9(8).
001350     05  FILLER                  PIC X.
001360     05  CAT-END-SEQNUM          PIC 9(8).
001370     05  FILLER                  PIC X.
001380     05  CAT-SOURCE-DD           PIC X(8).
001390     05  FILLER                  PIC X.
001400     05  CAT-PAGE-COUNT          PIC 9(8).
001410     05  FILLER                  PIC X.
001420     05  CAT-CHANNEL             PIC X(5).
001430     05  FILLER                  PIC X.
001440     05  CAT-LOAD-DATE           PIC X(8).
001450     05  FILLER                  PIC X.
001460     05  CAT-DUP-FLAG            PIC X.
001470         88  CAT-SENT-ONCE       VALUE ' '.
001480         88  CAT-SENT-TWICE      VALUE 'D'.
001490         88  CAT-REPRINTED       VALUE 'R'.
001495         88  CAT-FELL-BACK       VALUE 'F'.                       !@02
001500     05  FILLER                  PIC X.
001510     05  CAT-DUP-RUN-IDENT       PIC X(22).
001520     05  FILLER                  PIC X(30).
001530/ THE PURGE LISTING -- EVERY ENTRY REMOVED, AND TOTALS BY TYPE.
001540 FD  APKCATPG-LIST,
001550     RECORDING MODE IS F,
001560     BLOCK CONTAINS 0 RECORDS.
001570 01  APKCATPG-LIST-RECORD       PIC X(80).
001580   SKIP3
001590 WORKING-STORAGE SECTION.
001600 77  PGMNAME                 PIC X(8) VALUE 'APKCATPG'.
001610 77  CATPG-RC                PIC 9(4) BINARY VALUE ZERO.
001620 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
001630 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
001640 77  RUN-DAY-NUMBER          PIC 9(8) BINARY VALUE ZERO.
001650 77  STMT-DAY-NUMBER         PIC 9(8) BINARY VALUE ZERO.
001660 77  ENTRY-AGE-DAYS          PIC 9(8) BINARY VALUE ZERO.
001670 77  CAT-READ-CNTR           PIC 9(8) BINARY VALUE ZERO.
001680 77  CAT-PURGED-CNTR         PIC 9(8) BINARY VALUE ZERO.
001690 77  CAT-KEPT-CNTR           PIC 9(8) BINARY VALUE ZERO.
001700 77  NO-RULE-CNTR            PIC 9(8) BINARY VALUE ZERO.
001710 77  BAD-DATE-CNTR           PIC 9(8) BINARY VALUE ZERO.
001720* THE RETENTION RULES, ONE PER DOCUMENT TYPE, WITH THE COUNTS
001730* THE LISTING TOTALS BY TYPE.  RULE-ALL-SUB POINTS AT THE ALL
001740* CARD'S ENTRY WHEN ONE WAS GIVEN.
001750 77  RULE-COUNT              PIC 9(4) BINARY VALUE ZERO.
001760 77  RULE-SUB                PIC 9(4) BINARY VALUE ZERO.
001770 77  RULE-CURR               PIC 9(4) BINARY VALUE ZERO.
001780 77  RULE-ALL-SUB            PIC 9(4) BINARY VALUE ZERO.
001790 77  RULE-TYPE-W             PIC X(3) VALUE SPACES.
001800 77  RULE-DAYS-W             PIC X(68) VALUE SPACES.
001810 01  RETENTION-TABLE.
001820     05  RETENTION-ENTRY     OCCURS 50 TIMES.
001830         10  RL-DOC-TYPE     PIC X(3).
001840         10  RL-DAYS         PIC 9(8) BINARY.
001850         10  RL-EXAMINED     PIC 9(8) BINARY.
001860         10  RL-PURGED       PIC 9(8) BINARY.
001870* DAY-NUMBER WORK FIELDS.  A DATE IS TURNED INTO A COUNT OF
001880* DAYS IN INTEGER STEPS SO TWO DATES CAN BE SUBTRACTED.
001890 77  DN-YEAR                 PIC 9(4) BINARY VALUE ZERO.
001900 77  DN-MONTH                PIC 9(4) BINARY VALUE ZERO.
001910 77  DN-DAY                  PIC 9(4) BINARY VALUE ZERO.
001920 77  DN-T1                   PIC 9(8) BINARY VALUE ZERO.
001930 77  DN-T2                   PIC 9(8) BINARY VALUE ZERO.
001940 77  DN-T3                   PIC 9(8) BINARY VALUE ZERO.
001950 77  DN-T4                   PIC 9(8) BINARY VALUE ZERO.
001960 77  DN-RESULT               PIC 9(8) BINARY VALUE ZERO.
001970 01  DN-DATE-FIELDS.
001980     05  DN-DATE             PIC X(8) VALUE SPACES.
001990     05  DN-DATE-N REDEFINES DN-DATE.
002000         10  DN-DATE-YYYY    PIC 9(4).
002010         10  DN-DATE-MM      PIC 9(2).
002020         10  DN-DATE-DD      PIC 9(2).
002030* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
002040 01  PARM-WORK-FIELDS.
002050     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
002060     05  PARM-VALUE          PIC X(68) VALUE SPACES.
002070     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
002080     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
002090     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
002100     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
002110                             PIC 9(8).
002120     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
002130         88  PARM-NUM-OK         VALUE 'Y'.
002140         88  PARM-NUM-BAD        VALUE 'N'.
002150* REPORT LINE LAYOUTS.
002160 01  LIST-HEADER-LINE.
002170     05  FILLER              PIC X(32)
002180         VALUE 'APKCATPG  DOCUMENT CATALOG PURGE'.
002190     05  FILLER              PIC X(3)  VALUE SPACES.
002200     05  HDR-DATE            PIC X(8).
002210     05  FILLER              PIC X     VALUE SPACE.
002220     05  HDR-TIME            PIC X(6).
002230     05  FILLER              PIC X(30) VALUE SPACES.
002240 01  LIST-RULE-LINE.
002250     05  FILLER              PIC X(15) VALUE 'RETENTION FOR '.
002260     05  LRL-DOC-TYPE        PIC X(3).
002270     05  FILLER              PIC X(4)  VALUE ' IS '.
002280     05  LRL-DAYS            PIC ZZZZZZZ9.
002290     05  FILLER              PIC X(50) VALUE ' DAYS'.
002300 01  LIST-COLUMN-LINE.
002310     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
002320     05  FILLER              PIC X(9)  VALUE 'STMT DTE'.
002330     05  FILLER              PIC X(4)  VALUE 'TYP'.
002340     05  FILLER              PIC X(23) VALUE 'PRODUCED BY RUN'.
002350     05  FILLER              PIC X(9)  VALUE 'DOCUMENT'.
002360     05  FILLER              PIC X(6)  VALUE 'CHAN'.
002370     05  FILLER              PIC X(2)  VALUE 'F'.
002380     05  FILLER              PIC X(16) VALUE 'AGE'.
002390 01  LIST-DETAIL-LINE.
002400     05  LDL-ACCT-NUMBER     PIC X(10).
002410     05  FILLER              PIC X     VALUE SPACE.
002420     05  LDL-STMT-DATE       PIC X(8).
002430     05  FILLER              PIC X     VALUE SPACE.
002440     05  LDL-DOC-TYPE        PIC X(3).
002450     05  FILLER              PIC X     VALUE SPACE.
002460     05  LDL-RUN-IDENT       PIC X(22).
002470     05  FILLER              PIC X     VALUE SPACE.
002480     05  LDL-DOC-NUMBER      PIC ZZZZZZZ9.
002490     05  FILLER              PIC X     VALUE SPACE.
002500     05  LDL-CHANNEL         PIC X(5).
002510     05  FILLER              PIC X     VALUE SPACE.
002520     05  LDL-DUP-FLAG        PIC X.
002530     05  FILLER              PIC X     VALUE SPACE.
002540     05  LDL-AGE-DAYS        PIC ZZZZ9.
002550     05  FILLER              PIC X(11) VALUE SPACES.
002560 01  LIST-TYPE-COLUMN-LINE.
002570     05  FILLER              PIC X(6)  VALUE 'TYPE'.
002580     05  FILLER              PIC X(10) VALUE '    DAYS'.
002590     05  FILLER              PIC X(10) VALUE '  EXAMINED'.
002600     05  FILLER              PIC X(10) VALUE '    PURGED'.
002610     05  FILLER              PIC X(44) VALUE SPACES.
002620 01  LIST-TYPE-LINE.
002630     05  LTL-DOC-TYPE        PIC X(3).
002640     05  FILLER              PIC X(3)  VALUE SPACES.
002650     05  LTL-DAYS            PIC ZZZZZZZ9.
002660     05  FILLER              PIC X(2)  VALUE SPACES.
002670     05  LTL-EXAMINED        PIC ZZZZZZZ9.
002680     05  FILLER              PIC X(2)  VALUE SPACES.
002690     05  LTL-PURGED          PIC ZZZZZZZ9.
002700     05  FILLER              PIC X(46) VALUE SPACES.
002710 01  LIST-TOTAL-LINE.
002720     05  TOT-LABEL           PIC X(26).
002730     05  TOT-VALUE           PIC ZZZZZZZ9.
002740     05  FILLER              PIC X(46) VALUE SPACES.
002750 01  PURGE-SWITCHES.
002760     05  CATLG-EOF-SW        PIC X    VALUE 'N'.
002770         88  CATLG-AT-EOF        VALUE 'Y'.
002780     05  CATLG-FILE-SW       PIC X    VALUE 'N'.
002790         88  CATLG-FILE-IS-OPEN  VALUE 'Y'.
002800         88  CATLG-FILE-NOT-OPEN VALUE 'N'.
002810     05  LIST-FILE-SW        PIC X    VALUE 'N'.
002820         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
002830         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
002840 01  GLOBAL-VARIABLES.
002850     05  APKCATPG-PARM-STATUS    PIC 99   VALUE ZERO.
002860         88  APKCATPG-PARM-OK    VALUE 00.
002870     05  APKCATPG-CATLG-STATUS   PIC 99   VALUE ZERO.
002880         88  APKCATPG-CATLG-OK   VALUE 00.
002890     05  APKCATPG-LIST-STATUS    PIC 99   VALUE ZERO.
002900         88  APKCATPG-LIST-OK    VALUE 00.
002910     SKIP1
002920 TITLE 'Initialization and Main Line'.
002930 PROCEDURE DIVISION.
002940     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
002950     ACCEPT RUN-TIME-W FROM TIME.
002960     MOVE RUN-DATE-W TO DN-DATE.
002970     PERFORM 0135-COMPUTE-DAY-NUMBER.
002980     MOVE DN-RESULT TO RUN-DAY-NUMBER.
002990     PERFORM 0100-LOAD-PARM-CARDS.
003000     PERFORM 0110-OPEN-FILES.
003010     IF CATPG-RC < 12 AND RULE-COUNT > ZERO
003020      THEN
003030       PERFORM 0120-EXAMINE-ONE-ENTRY
003040           UNTIL CATLG-AT-EOF;
003050     END-IF.
003060     PERFORM 0190-CLOSE-FILES.
003070     DISPLAY PGMNAME, ' CATALOG PURGE COMPLETE, RC ', CATPG-RC.
003080     MOVE CATPG-RC TO RETURN-CODE.
003090     GOBACK.
003100 SKIP3
003110 0100-LOAD-PARM-CARDS.
003120* Pick up the RETAIN cards.  The card format and the comment
003130* conventions are the ones the input exit's control-card
003140* dataset already uses, so one APKPARM member can serve the
003150* whole job stream.
003160     OPEN INPUT APKCATPG-PARM.
003170     IF APKCATPG-PARM-OK
003180      THEN
003190       PERFORM 0105-APPLY-PARM-CARD
003200           UNTIL NOT APKCATPG-PARM-OK;
003210       CLOSE APKCATPG-PARM;
003220     END-IF.
003230     IF RULE-COUNT = ZERO
003240      THEN
003250       DISPLAY PGMNAME, ' WARNING - NO RETAIN CARDS, ',
003260               'NOTHING PURGED';
003270       MOVE 4 TO CATPG-RC;
003280     END-IF.
003290 SKIP2
003300 0105-APPLY-PARM-CARD.
003310     READ APKCATPG-PARM;
003320     IF APKCATPG-PARM-OK
003330         AND PARM-CARD-TEXT NOT = SPACES
003340         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
003350      THEN
003360       MOVE SPACES TO PARM-KEYWORD;
003370       MOVE SPACES TO PARM-VALUE;
003380       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
003390           INTO PARM-KEYWORD, PARM-VALUE;
003400       EVALUATE PARM-KEYWORD
003410         WHEN 'RETAIN'
003420           PERFORM 0107-ADD-RETENTION-RULE
003430         WHEN OTHER
003440* The same card member drives the input exit, so keywords
003450* this step has no use for pass by without comment.
003460           CONTINUE
003470       END-EVALUATE;
003480     END-IF.
003490 SKIP2
003500 0106-CONVERT-PARM-NUMBER.
003510* Convert the left-justified digits of a control-card value
003520* into a binary-usable number, exactly as the input exit
003530* does.
003540     SET PARM-NUM-BAD TO TRUE;
003550     MOVE SPACES TO PARM-NUM-WORK;
003560     MOVE ZERO TO PARM-NUM-LEN;
003570     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
003580         INTO PARM-NUM-WORK
003590         COUNT IN PARM-NUM-LEN;
003600     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
003610      THEN
003620       MOVE ZEROES TO PARM-NUM-DIGITS;
003630       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
003640           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
003650       IF PARM-NUM-DIGITS IS NUMERIC
003660        THEN
003670         SET PARM-NUM-OK TO TRUE;
003680       END-IF;
003690     END-IF;
003700     IF PARM-NUM-BAD
003710      THEN
003720       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
003730               'CARD VALUE IGNORED: ', PARM-KEYWORD;
003740     END-IF.
003750 SKIP2
003760 0107-ADD-RETENTION-RULE.
003770* A RETAIN card names a document type and its period in days.
003780* A later card for a type already given replaces the earlier
003790* period, so an override can simply be appended to the member.
003800     MOVE SPACES TO RULE-TYPE-W.
003810     MOVE SPACES TO RULE-DAYS-W.
003820     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
003830         INTO RULE-TYPE-W, RULE-DAYS-W.
003840     MOVE RULE-DAYS-W TO PARM-VALUE.
003850     PERFORM 0106-CONVERT-PARM-NUMBER.
003860     IF PARM-NUM-OK AND RULE-TYPE-W NOT = SPACES
003870      THEN
003880       MOVE ZERO TO RULE-CURR;
003890       PERFORM 0108-TEST-RULE-ENTRY
003900           VARYING RULE-SUB FROM 1 BY 1
003910           UNTIL RULE-SUB > RULE-COUNT
003920              OR RULE-CURR > ZERO;
003930       IF RULE-CURR = ZERO
003940        THEN
003950         IF RULE-COUNT < 50
003960          THEN
003970           ADD 1 TO RULE-COUNT;
003980           MOVE RULE-COUNT TO RULE-CURR;
003990           MOVE RULE-TYPE-W TO RL-DOC-TYPE (RULE-CURR);
004000           MOVE ZERO TO RL-EXAMINED (RULE-CURR);
004010           MOVE ZERO TO RL-PURGED (RULE-CURR);
004020          ELSE
004030           DISPLAY PGMNAME, ' WARNING - MORE THAN 50 RETAIN ',
004040                   'CARDS, CARD IGNORED: ', RULE-TYPE-W;
004050         END-IF;
004060       END-IF;
004070       IF RULE-CURR > ZERO
004080        THEN
004090         MOVE PARM-NUM-VALUE TO RL-DAYS (RULE-CURR);
004100         IF RULE-TYPE-W = 'ALL'
004110          THEN
004120           MOVE RULE-CURR TO RULE-ALL-SUB;
004130         END-IF;
004140       END-IF;
004150     END-IF.
004160 SKIP2
004170 0108-TEST-RULE-ENTRY.
004180     IF RL-DOC-TYPE (RULE-SUB) = RULE-TYPE-W
004190      THEN
004200       MOVE RULE-SUB TO RULE-CURR;
004210     END-IF.
004220 SKIP2
004230 0110-OPEN-FILES.
004240     OPEN OUTPUT APKCATPG-LIST.
004250     IF APKCATPG-LIST-OK
004260      THEN
004270       SET LIST-FILE-IS-OPEN TO TRUE;
004280       MOVE RUN-DATE-W TO HDR-DATE;
004290       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
004300       MOVE LIST-HEADER-LINE TO APKCATPG-LIST-RECORD;
004310       WRITE APKCATPG-LIST-RECORD;
004320       PERFORM 0115-LIST-RULE
004330           VARYING RULE-SUB FROM 1 BY 1
004340           UNTIL RULE-SUB > RULE-COUNT;
004350       MOVE SPACES TO APKCATPG-LIST-RECORD;
004360       WRITE APKCATPG-LIST-RECORD;
004370       MOVE LIST-COLUMN-LINE TO APKCATPG-LIST-RECORD;
004380       WRITE APKCATPG-LIST-RECORD;
004390      ELSE
004400       DISPLAY PGMNAME, ' LISTING NOT AVAILABLE, STATUS ',
004410               APKCATPG-LIST-STATUS;
004420       MOVE 12 TO CATPG-RC;
004430     END-IF.
004440     IF CATPG-RC < 12 AND RULE-COUNT > ZERO
004450      THEN
004460       OPEN I-O APKCATPG-CATLG;
004470       IF APKCATPG-CATLG-OK
004480        THEN
004490         SET CATLG-FILE-IS-OPEN TO TRUE;
004500        ELSE
004510         DISPLAY PGMNAME, ' DOCUMENT CATALOG NOT AVAILABLE, ',
004520                 'STATUS ', APKCATPG-CATLG-STATUS;
004530         MOVE 12 TO CATPG-RC;
004540       END-IF;
004550     END-IF.
004560 SKIP2
004570 0115-LIST-RULE.
004580     MOVE RL-DOC-TYPE (RULE-SUB) TO LRL-DOC-TYPE.
004590     MOVE RL-DAYS (RULE-SUB) TO LRL-DAYS.
004600     MOVE LIST-RULE-LINE TO APKCATPG-LIST-RECORD.
004610     WRITE APKCATPG-LIST-RECORD.
004620 SKIP2
004630 0120-EXAMINE-ONE-ENTRY.
004640* One pass over the catalog in key order.  Each entry is aged
004650* from its statement date and measured against its type's
004660* period -- its own card first, then the ALL card.
004670     READ APKCATPG-CATLG
004680      AT END
004690       SET CATLG-AT-EOF TO TRUE
004700     END-READ.
004710     IF NOT CATLG-AT-EOF AND NOT APKCATPG-CATLG-OK
004720      THEN
004730       DISPLAY PGMNAME, ' ERROR READING DOCUMENT CATALOG, ',
004740               'STATUS ', APKCATPG-CATLG-STATUS;
004750       SET CATLG-AT-EOF TO TRUE;
004760       MOVE 12 TO CATPG-RC;
004770     END-IF.
004780     IF NOT CATLG-AT-EOF
004790      THEN
004800       ADD 1 TO CAT-READ-CNTR;
004810       MOVE CAT-DOC-TYPE TO RULE-TYPE-W;
004820       MOVE ZERO TO RULE-CURR;
004830       PERFORM 0108-TEST-RULE-ENTRY
004840           VARYING RULE-SUB FROM 1 BY 1
004850           UNTIL RULE-SUB > RULE-COUNT
004860              OR RULE-CURR > ZERO;
004870       IF RULE-CURR = ZERO
004880        THEN
004890         MOVE RULE-ALL-SUB TO RULE-CURR;
004900       END-IF;
004910       IF RULE-CURR = ZERO
004920        THEN
004930         ADD 1 TO NO-RULE-CNTR;
004940         ADD 1 TO CAT-KEPT-CNTR;
004950        ELSE
004960         ADD 1 TO RL-EXAMINED (RULE-CURR);
004970         PERFORM 0130-AGE-ENTRY;
004980       END-IF;
004990     END-IF.
005000 SKIP2
005010 0130-AGE-ENTRY.
005020     MOVE CAT-STMT-DATE TO DN-DATE.
005030     PERFORM 0135-COMPUTE-DAY-NUMBER.
005040     MOVE DN-RESULT TO STMT-DAY-NUMBER.
005050     IF STMT-DAY-NUMBER = ZERO
005060      THEN
005070       ADD 1 TO BAD-DATE-CNTR;
005080       ADD 1 TO CAT-KEPT-CNTR;
005090       DISPLAY PGMNAME, ' WARNING - INVALID STATEMENT DATE, ',
005100               'ENTRY KEPT: ', CAT-ACCT-NUMBER, ' ',
005110               CAT-STMT-DATE;
005120       IF CATPG-RC < 4
005130        THEN
005140         MOVE 4 TO CATPG-RC;
005150       END-IF;
005160      ELSE
005170       MOVE ZERO TO ENTRY-AGE-DAYS;
005180       IF STMT-DAY-NUMBER < RUN-DAY-NUMBER
005190        THEN
005200         COMPUTE ENTRY-AGE-DAYS =
005210             RUN-DAY-NUMBER - STMT-DAY-NUMBER;
005220       END-IF;
005230       IF ENTRY-AGE-DAYS > RL-DAYS (RULE-CURR)
005240        THEN
005250         PERFORM 0140-PURGE-ENTRY;
005260        ELSE
005270         ADD 1 TO CAT-KEPT-CNTR;
005280       END-IF;
005290     END-IF.
005300 SKIP2
005310 0135-COMPUTE-DAY-NUMBER.
005320* Turn the YYYYMMDD date in DN-DATE into a day number, done in
005330* integer steps so every division truncates: March is counted
005340* as the first month, so the leap day falls at the end of the
005350* year and the month lengths follow the 153/5 pattern.  Only
005360* differences between two day numbers mean anything.  A
005370* malformed date gives zero.
005380     MOVE ZERO TO DN-RESULT.
005390     IF DN-DATE IS NUMERIC
005400      THEN
005410       MOVE DN-DATE-YYYY TO DN-YEAR;
005420       MOVE DN-DATE-MM TO DN-MONTH;
005430       MOVE DN-DATE-DD TO DN-DAY;
005440       IF DN-MONTH >= 1 AND DN-MONTH <= 12
005450           AND DN-DAY >= 1 AND DN-DAY <= 31
005460           AND DN-YEAR > ZERO
005470        THEN
005480         IF DN-MONTH < 3
005490          THEN
005500           ADD 12 TO DN-MONTH;
005510           SUBTRACT 1 FROM DN-YEAR;
005520         END-IF;
005530         DIVIDE DN-YEAR BY 4 GIVING DN-T1;
005540         DIVIDE DN-YEAR BY 100 GIVING DN-T2;
005550         DIVIDE DN-YEAR BY 400 GIVING DN-T3;
005560         COMPUTE DN-T4 = (153 * (DN-MONTH - 3)) + 2;
005570         DIVIDE DN-T4 BY 5 GIVING DN-T4;
005580         COMPUTE DN-RESULT = (365 * DN-YEAR) + DN-T1 - DN-T2
005590             + DN-T3 + DN-T4 + DN-DAY;
005600       END-IF;
005610     END-IF.
005620 SKIP2
005630 0140-PURGE-ENTRY.
005640* Remove the entry just read and list it.  A failed delete
005650* stops the purge -- the listing must show exactly what went.
005660     DELETE APKCATPG-CATLG RECORD.
005670     IF APKCATPG-CATLG-OK
005680      THEN
005690       ADD 1 TO CAT-PURGED-CNTR;
005700       ADD 1 TO RL-PURGED (RULE-CURR);
005710       MOVE SPACES TO LIST-DETAIL-LINE;
005720       MOVE CAT-ACCT-NUMBER TO LDL-ACCT-NUMBER;
005730       MOVE CAT-STMT-DATE TO LDL-STMT-DATE;
005740       MOVE CAT-DOC-TYPE TO LDL-DOC-TYPE;
005750       MOVE CAT-RUN-IDENT TO LDL-RUN-IDENT;
005760       MOVE ZERO TO LDL-DOC-NUMBER;
005770       IF CAT-DOC-NUMBER IS NUMERIC
005780        THEN
005790         MOVE CAT-DOC-NUMBER TO LDL-DOC-NUMBER;
005800       END-IF;
005810       MOVE CAT-CHANNEL TO LDL-CHANNEL;
005820       MOVE CAT-DUP-FLAG TO LDL-DUP-FLAG;
005830       MOVE ENTRY-AGE-DAYS TO LDL-AGE-DAYS;
005840       MOVE LIST-DETAIL-LINE TO APKCATPG-LIST-RECORD;
005850       WRITE APKCATPG-LIST-RECORD;
005860      ELSE
005870       DISPLAY PGMNAME, ' CATALOG DELETE FAILED, STATUS ',
005880               APKCATPG-CATLG-STATUS, ' FOR ', CAT-ACCT-NUMBER,
005890               ' ', CAT-STMT-DATE;
005900       SET CATLG-AT-EOF TO TRUE;
005910       MOVE 12 TO CATPG-RC;
005920     END-IF.
005930 SKIP2
005940 0190-CLOSE-FILES.
005950* Totals by document type, then the overall totals.  Every
005960* entry read is either purged or kept.
005970     IF LIST-FILE-IS-OPEN
005980      THEN
005990       MOVE SPACES TO APKCATPG-LIST-RECORD;
006000       WRITE APKCATPG-LIST-RECORD;
006010       MOVE LIST-TYPE-COLUMN-LINE TO APKCATPG-LIST-RECORD;
006020       WRITE APKCATPG-LIST-RECORD;
006030       PERFORM 0192-WRITE-TYPE-LINE
006040           VARYING RULE-SUB FROM 1 BY 1
006050           UNTIL RULE-SUB > RULE-COUNT;
006060       MOVE SPACES TO APKCATPG-LIST-RECORD;
006070       WRITE APKCATPG-LIST-RECORD;
006080       IF RULE-COUNT = ZERO
006090        THEN
006100         MOVE '*** NO RETAIN CARDS - NOTHING PURGED'
006110             TO APKCATPG-LIST-RECORD;
006120         WRITE APKCATPG-LIST-RECORD;
006130       END-IF;
006140       MOVE 'CATALOG ENTRIES READ ....' TO TOT-LABEL;
006150       MOVE CAT-READ-CNTR TO TOT-VALUE;
006160       PERFORM 0195-WRITE-TOTAL-LINE;
006170       MOVE 'ENTRIES PURGED ..........' TO TOT-LABEL;
006180       MOVE CAT-PURGED-CNTR TO TOT-VALUE;
006190       PERFORM 0195-WRITE-TOTAL-LINE;
006200       MOVE 'ENTRIES KEPT ............' TO TOT-LABEL;
006210       MOVE CAT-KEPT-CNTR TO TOT-VALUE;
006220       PERFORM 0195-WRITE-TOTAL-LINE;
006230       MOVE 'KEPT, NO RETENTION RULE .' TO TOT-LABEL;
006240       MOVE NO-RULE-CNTR TO TOT-VALUE;
006250       PERFORM 0195-WRITE-TOTAL-LINE;
006260       MOVE 'KEPT, INVALID STMT DATE .' TO TOT-LABEL;
006270       MOVE BAD-DATE-CNTR TO TOT-VALUE;
006280       PERFORM 0195-WRITE-TOTAL-LINE;
006290       CLOSE APKCATPG-LIST;
006300       SET LIST-FILE-NOT-OPEN TO TRUE;
006310     END-IF.
006320     IF CATLG-FILE-IS-OPEN
006330      THEN
006340       CLOSE APKCATPG-CATLG;
006350       SET CATLG-FILE-NOT-OPEN TO TRUE;
006360     END-IF.
006370     DISPLAY PGMNAME, ' ENTRIES READ ', CAT-READ-CNTR,
006380             ' PURGED ', CAT-PURGED-CNTR,
006390             ' KEPT ', CAT-KEPT-CNTR.
006400 SKIP2
006410 0192-WRITE-TYPE-LINE.
006420     MOVE RL-DOC-TYPE (RULE-SUB) TO LTL-DOC-TYPE.
006430     MOVE RL-DAYS (RULE-SUB) TO LTL-DAYS.
006440     MOVE RL-EXAMINED (RULE-SUB) TO LTL-EXAMINED.
006450     MOVE RL-PURGED (RULE-SUB) TO LTL-PURGED.
006460     MOVE LIST-TYPE-LINE TO APKCATPG-LIST-RECORD.
006470     WRITE APKCATPG-LIST-RECORD.
006480 SKIP2
006490 0195-WRITE-TOTAL-LINE.
006500     MOVE LIST-TOTAL-LINE TO APKCATPG-LIST-RECORD.
006510     WRITE APKCATPG-LIST-RECORD.
