000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:10:00 BY  DLMAINT VERSION 04  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - CUSTMAST MAINTENANCE.     !@01*
000135*   15 OCT 2026  DLM  ADDRESS-HOLD SET AND RELEASE.               !@02*
000137*   15 OCT 2026  DLM  HOUSEHOLD KEY FOR ENVELOPE HOUSEHOLDING.    !@03*
000138*   15 OCT 2026  DLM  STOP APPLYING WHEN THE JOURNAL FAILS.       !@04*
000140 ID DIVISION.
000150 PROGRAM-ID. APKCUSTM.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Batch maintenance of the keyed customer master
000190               (CUSTMAST) that the APKINFIL input exit and the
000200               APKNDXIT index exit validate every account
000210               against, and whose delivery preference decides
000220               paper versus e-delivery.  The step runs ahead of
000230               the nightly ACIF step, so a preference the
000240               customer changed during the day governs that
000250               night's run instead of waiting for someone to
000260               patch the VSAM by hand.
000270
000280               Transaction cards, one per change:
000290                  column  1     - A (add), C (change), D (delete)
000300                  columns 3-12  - account number
000310                  columns 14-43 - customer name
000320                  column  45    - delivery preference, P (paper)
000330                                  or E (e-delivery)
000332                  column  47    - address hold, H (hold mail) or  !@02
000335                                  R (release the hold once the    !@02
000337                                  address is corrected)           !@02
000338                  columns 49-58 - household key, or * in 49 to    !@03
000339                                  leave the household             !@03
000340               An add needs the customer name; a blank
000350               preference on an add means paper.  On a change,
000360               a blank field keeps the value already on the
000370               master.  A delete needs only the account.  Holds   !@02
000373               set by the returned-mail intake (APKRTMAL) are     !@02
000376               released here with an R.                           !@02
000377               Accounts that share a household key are mailed     !@03
000378               together in one envelope by the presort; a blank   !@03
000379               key on a change keeps the household on file.       !@03
000380
000390               A card that cannot be applied -- an unknown code,
000400               an add for an account already on file, a change
000410               or delete for one that is not, a bad preference
000420               -- is listed on the error listing with its reason
000430               and the master is left untouched for it.
000440
000450               Every change actually applied is written to the
000460               cumulative change journal (APKCJRNL) with the
000470               account, the before and after images of the
000480               master record, the date and time it was applied,
000490               and the identifier of the nightly run it first
000500               takes effect in.  That identifier comes from the
000510               same RUNID control card (APKPARM) the nightly
000520               run is given; without one it is left blank and
000530               the change governs the first run stamped after
000540               the journal's date and time.
000550
000560               The step return code:
000570                  0 - every transaction card was applied.
000580                  4 - at least one card was rejected; the
000590                      error listing names each one.
000600                 12 - the transaction cards, the customer
000610                      master, the change journal, or the error
000620                      listing could not be opened; nothing was
000630                      applied.
000632                      A change journal write that fails also      !@04
000634                      ends the step with 12: the card whose       !@04
000636                      journal entry failed is the last one        !@04
000638                      applied.                                    !@04
000640
000650 DATE-WRITTEN. 15 OCT 26.
000660 DATE-COMPILED.
000670 SECURITY. IBM SAMPLE CODE ONLY.
000680*/**************************************************************/
000690*/* Licensed under the Apache License, Version 2.0 (the        */
000700*/* "License"); you may not use this file except in compliance */
000710*/* with the License. You may obtain a copy of the License at  */
000720*/*                                                            */
000730*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000740*/*                                                            */
000750*/* Unless required by applicable law or agreed to in writing, */
000760*/* software distributed under the License is distributed on an*/
000770*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000780*/* KIND, either express or implied.  See the License for the  */
000790*/* specific language governing permissions and limitations    */
000800*/* under the License.                                         */
000810*/*------------------------------------------------------------*/
000820*/*                                                            */
000830*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000840*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000850*/*                                                            */
000860*/*   Permission to use, copy, modify, and distribute          */
000870*/*   this software for any purpose with or without fee        */
000880*/*   is hereby granted, provided that the above               */
000890*/*   copyright notices appear in all copies.                  */
000900*/*                                                            */
000910*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000920*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000930*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
000940*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
000950*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
000960*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
000970*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
000980*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
000990*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001000*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001010*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001020*/**************************************************************/
001030 TITLE 'Customer Master Maintenance'.
001040 ENVIRONMENT DIVISION.
001050 CONFIGURATION SECTION.
001060 SOURCE-COMPUTER. IBM-370.
001070 OBJECT-COMPUTER. IBM-370.
001080 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001100     SELECT APKCUSTM-TRAN       ASSIGN TO SYS001-S-APKCTRAN
001110                                 ORGANIZATION IS SEQUENTIAL
001120                                 FILE STATUS
001130                                 APKCUSTM-TRAN-STATUS.
001140     SELECT APKCUSTM-PARM       ASSIGN TO SYS001-S-APKPARM
001150                                 ORGANIZATION IS SEQUENTIAL
001160                                 FILE STATUS
001170                                 APKCUSTM-PARM-STATUS.
001180     SELECT APKCUSTM-CUST       ASSIGN TO CUSTMAST
001190                                 ORGANIZATION IS INDEXED
001200                                 ACCESS MODE IS RANDOM
001210                                 RECORD KEY IS CUST-ACCT-NUMBER
001220                                 FILE STATUS
001230                                 APKCUSTM-CUST-STATUS.
001240     SELECT APKCUSTM-JRNL       ASSIGN TO SYS001-S-APKCJRNL
001250                                 ORGANIZATION IS SEQUENTIAL
001260                                 FILE STATUS
001270                                 APKCUSTM-JRNL-STATUS.
001280     SELECT APKCUSTM-ERR        ASSIGN TO SYS001-S-APKCERR
001290                                 ORGANIZATION IS SEQUENTIAL
001300                                 FILE STATUS
001310                                 APKCUSTM-ERR-STATUS.
001320     EJECT
001330 DATA DIVISION.
001340 FILE SECTION.
001350/ TRANSACTION CARDS -- CODE IN 1, ACCOUNT IN 3-12.
001360 FD  APKCUSTM-TRAN,
001370     RECORDING MODE IS F,
001380     BLOCK CONTAINS 0 RECORDS.
001390 01  APKCUSTM-TRAN-RECORD.
001400     05  TRAN-CODE               PIC X.
001410         88  TRAN-IS-ADD         VALUE 'A'.
001420         88  TRAN-IS-CHANGE      VALUE 'C'.
001430         88  TRAN-IS-DELETE      VALUE 'D'.
001440     05  FILLER                  PIC X.
001450     05  TRAN-ACCT-NUMBER        PIC X(10).
001460     05  FILLER                  PIC X.
001470     05  TRAN-CUST-NAME          PIC X(30).
001480     05  FILLER                  PIC X.
001490     05  TRAN-DELIV-PREF         PIC X.
001500     05  FILLER                  PIC X.                           !@02
001502     05  TRAN-ADDR-HOLD          PIC X.                           !@02
001504         88  TRAN-SETS-HOLD      VALUE 'H'.                       !@02
001505         88  TRAN-RELEASES-HOLD  VALUE 'R'.                       !@02
001506     05  FILLER                  PIC X.                           !@03
001507     05  TRAN-HOUSEHOLD-KEY      PIC X(10).                       !@03
001508         88  TRAN-LEAVES-HOUSEHOLD VALUE '*'.                     !@03
001509     05  FILLER                  PIC X(22).                       !@03
001510/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001520 FD  APKCUSTM-PARM,
001530     RECORDING MODE IS F,
001540     BLOCK CONTAINS 0 RECORDS.
001550 01  APKCUSTM-PARM-RECORD.
001560     05  PARM-CARD-TEXT          PIC X(72).
001570     05  FILLER                  PIC X(8).
001580/ CUSTOMER MASTER (KEYED VSAM), SHARED WITH THE OTHER BATCH JOBS.
001590 FD  APKCUSTM-CUST,
001600     RECORD CONTAINS 80 CHARACTERS.
001610 01  CUST-MASTER-RECORD.
001620     05  CUST-ACCT-NUMBER        PIC X(10).
001630     05  CUST-NAME               PIC X(30).
001640     05  CUST-DELIV-PREF         PIC X.
001650         88  CUST-WANTS-PAPER    VALUE 'P'.
001660         88  CUST-WANTS-EDELIV   VALUE 'E'.
001670     05  CUST-ADDR-HOLD          PIC X.                           !@02
001671         88  CUST-ADDR-IS-HELD   VALUE 'H'.                       !@02
001673         88  CUST-ADDR-IS-GOOD   VALUE ' '.                       !@02
001675     05  CUST-HOLD-DATE          PIC X(8).                        !@02
001676     05  CUST-HOLD-REASON        PIC X(12).                       !@02
001678     05  CUST-HOUSEHOLD-KEY      PIC X(10).                       !@03
001679     05  FILLER                  PIC X(8).                        !@03
001680/ CUMULATIVE CHANGE JOURNAL, BEFORE AND AFTER IMAGES.
001690 FD  APKCUSTM-JRNL,
001700     RECORDING MODE IS F,
001710     BLOCK CONTAINS 0 RECORDS.
001720 01  APKCUSTM-JRNL-RECORD.
001730     05  JRNL-ACTION             PIC X.
001740     05  FILLER                  PIC X.
001750     05  JRNL-ACCT-NUMBER        PIC X(10).
001760     05  FILLER                  PIC X.
001770     05  JRNL-CHG-DATE           PIC X(8).
001780     05  FILLER                  PIC X.
001790     05  JRNL-CHG-TIME           PIC X(6).
001800     05  FILLER                  PIC X.
001810     05  JRNL-EFF-RUN-IDENT      PIC X(22).
001820     05  FILLER                  PIC X.
001830     05  JRNL-CARD-NUMBER        PIC 9(8).
001840     05  FILLER                  PIC X.
001850     05  JRNL-BEFORE-IMAGE       PIC X(80).
001860     05  JRNL-AFTER-IMAGE        PIC X(80).
001870/ THE ERROR LISTING -- REJECTED CARDS AND RUN TOTALS.
001880 FD  APKCUSTM-ERR,
001890     RECORDING MODE IS F,
001900     BLOCK CONTAINS 0 RECORDS.
001910 01  APKCUSTM-ERR-RECORD        PIC X(80).
001920   SKIP3
001930 WORKING-STORAGE SECTION.
001940 77  PGMNAME                 PIC X(8) VALUE 'APKCUSTM'.
001950 77  MAINT-RC                PIC 9(4) BINARY VALUE ZERO.
001960 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
001970 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
001980 77  CHG-TIME-W              PIC X(8) VALUE SPACES.
001990 77  TRAN-CARD-CNTR          PIC 9(8) BINARY VALUE ZERO.
002000 77  TRAN-APPLY-CNTR         PIC 9(8) BINARY VALUE ZERO.
002010 77  ADD-CNTR                PIC 9(8) BINARY VALUE ZERO.
002020 77  CHANGE-CNTR             PIC 9(8) BINARY VALUE ZERO.
002030 77  DELETE-CNTR             PIC 9(8) BINARY VALUE ZERO.
002040 77  UNCHANGED-CNTR          PIC 9(8) BINARY VALUE ZERO.
002050 77  REJECT-CNTR             PIC 9(8) BINARY VALUE ZERO.
002060 77  REJECT-REASON           PIC X(40) VALUE SPACES.
002070* The nightly run identifier a change first takes effect in --
002080* the RUNID control card the nightly run itself is handed.
002090 77  EFF-RUN-IDENT           PIC X(22) VALUE SPACES.
002100* BEFORE AND AFTER IMAGES OF THE MASTER RECORD BEING CHANGED.
002110 01  CUST-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
002120 01  CUST-AFTER-IMAGE        PIC X(80) VALUE SPACES.
002130* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
002140 01  PARM-WORK-FIELDS.
002150     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
002160     05  PARM-VALUE          PIC X(68) VALUE SPACES.
002170* REPORT LINE LAYOUTS.
002180 01  ERR-HEADER-LINE.
002190     05  FILLER              PIC X(37)
002200         VALUE 'APKCUSTM  CUSTOMER MASTER MAINTENANCE'.
002210     05  FILLER              PIC X(3)  VALUE SPACES.
002220     05  HDR-DATE            PIC X(8).
002230     05  FILLER              PIC X     VALUE SPACE.
002240     05  HDR-TIME            PIC X(6).
002250     05  FILLER              PIC X(25) VALUE SPACES.
002260 01  ERR-REJECT-LINE.
002270     05  FILLER              PIC X(5)  VALUE 'CARD '.
002280     05  ERL-CARD-NUMBER     PIC ZZZZZZZ9.
002290     05  FILLER              PIC X(12) VALUE ' REJECTED - '.
002300     05  ERL-REASON          PIC X(40).
002310     05  FILLER              PIC X(15) VALUE SPACES.
002320 01  ERR-TOTAL-LINE.
002330     05  TOT-LABEL           PIC X(26).
002340     05  TOT-VALUE           PIC ZZZZZZZ9.
002350     05  FILLER              PIC X(46) VALUE SPACES.
002360 01  MAINT-SWITCHES.
002370     05  TRAN-EOF-SW         PIC X    VALUE 'N'.
002380         88  TRAN-AT-EOF         VALUE 'Y'.
002390     05  CUST-FOUND-SW       PIC X    VALUE 'N'.
002400         88  CUST-IS-KNOWN       VALUE 'Y'.
002410         88  CUST-IS-UNKNOWN     VALUE 'N'.
002420     05  TRAN-FILE-SW        PIC X    VALUE 'N'.
002430         88  TRAN-FILE-IS-OPEN   VALUE 'Y'.
002440         88  TRAN-FILE-NOT-OPEN  VALUE 'N'.
002450     05  CUST-FILE-SW        PIC X    VALUE 'N'.
002460         88  CUST-FILE-IS-OPEN   VALUE 'Y'.
002470         88  CUST-FILE-NOT-OPEN  VALUE 'N'.
002480     05  JRNL-FILE-SW        PIC X    VALUE 'N'.
002490         88  JRNL-FILE-IS-OPEN   VALUE 'Y'.
002500         88  JRNL-FILE-NOT-OPEN  VALUE 'N'.
002510     05  ERR-FILE-SW         PIC X    VALUE 'N'.
002520         88  ERR-FILE-IS-OPEN    VALUE 'Y'.
002530         88  ERR-FILE-NOT-OPEN   VALUE 'N'.
002540 01  GLOBAL-VARIABLES.
002550     05  APKCUSTM-TRAN-STATUS    PIC 99   VALUE ZERO.
002560         88  APKCUSTM-TRAN-OK    VALUE 00.
002570     05  APKCUSTM-PARM-STATUS    PIC 99   VALUE ZERO.
002580         88  APKCUSTM-PARM-OK    VALUE 00.
002590     05  APKCUSTM-CUST-STATUS    PIC 99   VALUE ZERO.
002600         88  APKCUSTM-CUST-OK    VALUE 00.
002610         88  APKCUSTM-CUST-NOTFND VALUE 23.
002620     05  APKCUSTM-JRNL-STATUS    PIC 99   VALUE ZERO.
002630         88  APKCUSTM-JRNL-OK    VALUE 00.
002640     05  APKCUSTM-ERR-STATUS     PIC 99   VALUE ZERO.
002650         88  APKCUSTM-ERR-OK     VALUE 00.
002660     SKIP1
002670 TITLE 'Initialization and Main Line'.
002680 PROCEDURE DIVISION.
002690     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
002700     ACCEPT RUN-TIME-W FROM TIME.
002710     PERFORM 0100-LOAD-PARM-CARDS.
002720     PERFORM 0110-OPEN-FILES.
002730     IF MAINT-RC < 12
002740      THEN
002750       PERFORM 0120-APPLY-TRANSACTION
002760           UNTIL TRAN-AT-EOF;
002770     END-IF.
002780     PERFORM 0190-CLOSE-FILES.
002790     DISPLAY PGMNAME, ' MAINTENANCE COMPLETE, RC ', MAINT-RC.
002800     MOVE MAINT-RC TO RETURN-CODE.
002810     GOBACK.
002820 SKIP3
002830 0100-LOAD-PARM-CARDS.
002840* Pick up the RUNID card the nightly run is handed, so each
002850* journal entry can name the run its change first governs.
002860* The card format and the comment conventions are the ones
002870* the input exit's control-card dataset already uses, so one
002880* APKPARM member serves the whole job stream.
002890     OPEN INPUT APKCUSTM-PARM.
002900     IF APKCUSTM-PARM-OK
002910      THEN
002920       PERFORM 0105-APPLY-PARM-CARD
002930           UNTIL NOT APKCUSTM-PARM-OK;
002940       CLOSE APKCUSTM-PARM;
002950     END-IF.
002960     IF EFF-RUN-IDENT = SPACES
002970      THEN
002980       DISPLAY PGMNAME, ' NO RUNID CARD - CHANGES GOVERN THE ',
002990               'FIRST RUN AFTER ', RUN-DATE-W, ' ',
003000               RUN-TIME-W (1 : 6);
003010      ELSE
003020       DISPLAY PGMNAME, ' CHANGES TAKE EFFECT IN RUN ',
003030               EFF-RUN-IDENT;
003040     END-IF.
003050 SKIP2
003060 0105-APPLY-PARM-CARD.
003070     READ APKCUSTM-PARM;
003080     IF APKCUSTM-PARM-OK
003090         AND PARM-CARD-TEXT NOT = SPACES
003100         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
003110      THEN
003120       MOVE SPACES TO PARM-KEYWORD;
003130       MOVE SPACES TO PARM-VALUE;
003140       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
003150           INTO PARM-KEYWORD, PARM-VALUE;
003160       EVALUATE PARM-KEYWORD
003170         WHEN 'RUNID'
003180           MOVE PARM-VALUE (1 : 22) TO EFF-RUN-IDENT
003190         WHEN OTHER
003200* Cards meant for the other steps sharing the member are
003210* skipped silently.
003220           CONTINUE
003230       END-EVALUATE;
003240     END-IF.
003250 SKIP2
003260 0110-OPEN-FILES.
003270* Nothing is applied unless every dataset is there: a change
003280* made to the master without its journal entry is exactly the
003290* unprovable change this step exists to prevent.  The journal
003300* is cumulative and is extended, never rewritten.
003310     OPEN INPUT APKCUSTM-TRAN.
003320     IF APKCUSTM-TRAN-OK
003330      THEN
003340       SET TRAN-FILE-IS-OPEN TO TRUE;
003350      ELSE
003360       DISPLAY PGMNAME, ' TRANSACTION CARDS NOT AVAILABLE, ',
003370               'STATUS ', APKCUSTM-TRAN-STATUS;
003380       MOVE 12 TO MAINT-RC;
003390     END-IF.
003400     OPEN I-O APKCUSTM-CUST.
003410     IF APKCUSTM-CUST-OK
003420      THEN
003430       SET CUST-FILE-IS-OPEN TO TRUE;
003440      ELSE
003450       DISPLAY PGMNAME, ' CUSTOMER MASTER NOT AVAILABLE, ',
003460               'STATUS ', APKCUSTM-CUST-STATUS;
003470       MOVE 12 TO MAINT-RC;
003480     END-IF.
003490     OPEN EXTEND APKCUSTM-JRNL.
003500     IF APKCUSTM-JRNL-OK
003510      THEN
003520       SET JRNL-FILE-IS-OPEN TO TRUE;
003530      ELSE
003540       DISPLAY PGMNAME, ' CHANGE JOURNAL NOT AVAILABLE, ',
003550               'STATUS ', APKCUSTM-JRNL-STATUS;
003560       MOVE 12 TO MAINT-RC;
003570     END-IF.
003580     OPEN OUTPUT APKCUSTM-ERR.
003590     IF APKCUSTM-ERR-OK
003600      THEN
003610       SET ERR-FILE-IS-OPEN TO TRUE;
003620       MOVE RUN-DATE-W TO HDR-DATE;
003630       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
003640       MOVE ERR-HEADER-LINE TO APKCUSTM-ERR-RECORD;
003650       WRITE APKCUSTM-ERR-RECORD;
003660       MOVE SPACES TO APKCUSTM-ERR-RECORD;
003670       WRITE APKCUSTM-ERR-RECORD;
003680      ELSE
003690       DISPLAY PGMNAME, ' ERROR LISTING NOT AVAILABLE, ',
003700               'STATUS ', APKCUSTM-ERR-STATUS;
003710       MOVE 12 TO MAINT-RC;
003720     END-IF.
003730 SKIP2
003740 0120-APPLY-TRANSACTION.
003750* Apply one transaction card.  Blank cards and cards flagged
003760* with an asterisk are comments, as on every other card
003770* dataset in this job stream; they still count toward the
003780* card number the error listing quotes.
003790     READ APKCUSTM-TRAN;
003800     IF APKCUSTM-TRAN-OK
003810      THEN
003820       ADD 1 TO TRAN-CARD-CNTR;
003830       IF APKCUSTM-TRAN-RECORD NOT = SPACES
003840           AND TRAN-CODE NOT = '*'
003850        THEN
003860         MOVE SPACES TO REJECT-REASON;
003870         PERFORM 0125-VALIDATE-CARD;
003880         IF REJECT-REASON = SPACES
003890          THEN
003900           PERFORM 0130-READ-CUSTOMER;
003910           EVALUATE TRUE
003920             WHEN TRAN-IS-ADD
003930               PERFORM 0140-ADD-CUSTOMER
003940             WHEN TRAN-IS-CHANGE
003950               PERFORM 0150-CHANGE-CUSTOMER
003960             WHEN TRAN-IS-DELETE
003970               PERFORM 0160-DELETE-CUSTOMER
003980           END-EVALUATE;
003990         END-IF;
004000         IF REJECT-REASON NOT = SPACES
004010          THEN
004020           PERFORM 0180-WRITE-REJECT;
004030         END-IF;
004040       END-IF;
004050      ELSE
004060       SET TRAN-AT-EOF TO TRUE;
004070     END-IF.
004080 SKIP2
004090 0125-VALIDATE-CARD.
004100* Edits that need nothing from the master.
004110     IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
004120         AND NOT TRAN-IS-DELETE
004130      THEN
004140       MOVE 'TRANSACTION CODE NOT A, C, OR D'
004150           TO REJECT-REASON;
004160      ELSE
004170       IF TRAN-ACCT-NUMBER = SPACES
004180        THEN
004190         MOVE 'ACCOUNT NUMBER MISSING' TO REJECT-REASON;
004200        ELSE
004210         IF TRAN-DELIV-PREF NOT = SPACE
004220             AND TRAN-DELIV-PREF NOT = 'P'
004230             AND TRAN-DELIV-PREF NOT = 'E'
004240          THEN
004250           MOVE 'DELIVERY PREFERENCE NOT P OR E'
004260               TO REJECT-REASON;
004270         END-IF;
004271         IF REJECT-REASON = SPACES                                !@02
004272             AND TRAN-ADDR-HOLD NOT = SPACE                       !@02
004273             AND NOT TRAN-SETS-HOLD                               !@02
004274             AND NOT TRAN-RELEASES-HOLD                           !@02
004275          THEN                                                    !@02
004276           MOVE 'ADDRESS HOLD CODE NOT H OR R'                    !@02
004277               TO REJECT-REASON;                                  !@02
004278         END-IF;                                                  !@02
004280       END-IF;
004290     END-IF.
004300     IF REJECT-REASON = SPACES
004310         AND TRAN-IS-ADD
004320         AND TRAN-CUST-NAME = SPACES
004330      THEN
004340       MOVE 'ADD CARD CARRIES NO CUSTOMER NAME'
004350           TO REJECT-REASON;
004360     END-IF.
004370     IF REJECT-REASON = SPACES
004380         AND TRAN-IS-CHANGE
004390         AND TRAN-CUST-NAME = SPACES
004400         AND TRAN-DELIV-PREF = SPACE                              !@02
004405         AND TRAN-ADDR-HOLD = SPACE                               !@02
004407         AND TRAN-HOUSEHOLD-KEY = SPACES                          !@03
004410      THEN
004420       MOVE 'CHANGE CARD CARRIES NO NEW VALUES'
004430           TO REJECT-REASON;
004440     END-IF.
004450 SKIP2
004460 0130-READ-CUSTOMER.
004470* Look the card's account up on the keyed customer master.
004480     SET CUST-IS-UNKNOWN TO TRUE.
004490     MOVE TRAN-ACCT-NUMBER TO CUST-ACCT-NUMBER.
004500     READ APKCUSTM-CUST
004510      INVALID KEY
004520       CONTINUE
004530      NOT INVALID KEY
004540       SET CUST-IS-KNOWN TO TRUE
004550     END-READ.
004560 SKIP2
004570 0140-ADD-CUSTOMER.
004580* Add a new customer.  An account already on file is never
004590* overlaid by an add -- that takes a change card, so the
004600* journal shows what was there before.
004610     IF CUST-IS-KNOWN
004620      THEN
004630       MOVE 'ADD FOR ACCOUNT ALREADY ON MASTER'
004640           TO REJECT-REASON;
004650      ELSE
004660       MOVE SPACES TO CUST-MASTER-RECORD;
004670       MOVE TRAN-ACCT-NUMBER TO CUST-ACCT-NUMBER;
004680       MOVE TRAN-CUST-NAME TO CUST-NAME;
004681       IF TRAN-HOUSEHOLD-KEY NOT = SPACES                         !@03
004683           AND NOT TRAN-LEAVES-HOUSEHOLD                          !@03
004685        THEN                                                      !@03
004686         MOVE TRAN-HOUSEHOLD-KEY TO CUST-HOUSEHOLD-KEY;           !@03
004688       END-IF;                                                    !@03
004690       IF TRAN-DELIV-PREF = SPACE
004700        THEN
004710         SET CUST-WANTS-PAPER TO TRUE;
004720        ELSE
004730         MOVE TRAN-DELIV-PREF TO CUST-DELIV-PREF;
004740       END-IF;
004741       IF TRAN-SETS-HOLD                                          !@02
004742        THEN                                                      !@02
004744         SET CUST-ADDR-IS-HELD TO TRUE;                           !@02
004745         MOVE RUN-DATE-W TO CUST-HOLD-DATE;                       !@02
004747         MOVE 'MANUAL HOLD' TO CUST-HOLD-REASON;                  !@02
004748       END-IF;                                                    !@02
004750       WRITE CUST-MASTER-RECORD
004760        INVALID KEY
004770         MOVE 'CUSTOMER MASTER WRITE FAILED'
004780             TO REJECT-REASON
004790       END-WRITE;
004800       IF REJECT-REASON = SPACES
004810        THEN
004820         ADD 1 TO ADD-CNTR;
004830         MOVE SPACES TO CUST-BEFORE-IMAGE;
004840         MOVE CUST-MASTER-RECORD TO CUST-AFTER-IMAGE;
004850         PERFORM 0170-WRITE-JOURNAL;
004860       END-IF;
004870     END-IF.
004880 SKIP2
004890 0150-CHANGE-CUSTOMER.
004900* Change an existing customer.  Blank fields on the card keep
004910* the value already on the master.  A card that would leave
004920* the record exactly as it stands is not rewritten or
004930* journaled -- it is logged so the sender can see it landed.
004932* An H puts the account on address hold, dated today, unless      !@02
004934* it is already held -- the original date and reason stand.       !@02
004936* An R clears the hold with its date and reason, so the next      !@02
004938* nightly run prints the account's documents again.               !@02
004940     IF CUST-IS-UNKNOWN
004950      THEN
004960       MOVE 'CHANGE FOR ACCOUNT NOT ON MASTER'
004970           TO REJECT-REASON;
004980      ELSE
004990       MOVE CUST-MASTER-RECORD TO CUST-BEFORE-IMAGE;
004991       IF TRAN-LEAVES-HOUSEHOLD                                   !@03
004992        THEN                                                      !@03
004993         MOVE SPACES TO CUST-HOUSEHOLD-KEY;                       !@03
004994        ELSE                                                      !@03
004995         IF TRAN-HOUSEHOLD-KEY NOT = SPACES                       !@03
004996          THEN                                                    !@03
004997           MOVE TRAN-HOUSEHOLD-KEY TO CUST-HOUSEHOLD-KEY;         !@03
004998         END-IF;                                                  !@03
004999       END-IF;                                                    !@03
005000       IF TRAN-CUST-NAME NOT = SPACES
005010        THEN
005020         MOVE TRAN-CUST-NAME TO CUST-NAME;
005030       END-IF;
005031       IF TRAN-RELEASES-HOLD                                      !@02
005032        THEN                                                      !@02
005034         SET CUST-ADDR-IS-GOOD TO TRUE;                           !@02
005035         MOVE SPACES TO CUST-HOLD-DATE;                           !@02
005037         MOVE SPACES TO CUST-HOLD-REASON;                         !@02
005038       END-IF;                                                    !@02
005040       IF TRAN-DELIV-PREF NOT = SPACE
005050        THEN
005060         MOVE TRAN-DELIV-PREF TO CUST-DELIV-PREF;
005070       END-IF;
005071       IF TRAN-SETS-HOLD AND NOT CUST-ADDR-IS-HELD                !@02
005072        THEN                                                      !@02
005074         SET CUST-ADDR-IS-HELD TO TRUE;                           !@02
005075         MOVE RUN-DATE-W TO CUST-HOLD-DATE;                       !@02
005077         MOVE 'MANUAL HOLD' TO CUST-HOLD-REASON;                  !@02
005078       END-IF;                                                    !@02
005080       IF CUST-MASTER-RECORD = CUST-BEFORE-IMAGE
005090        THEN
005100         ADD 1 TO UNCHANGED-CNTR;
005110         DISPLAY PGMNAME, ' CARD ', TRAN-CARD-CNTR,
005120                 ' ACCOUNT ', TRAN-ACCT-NUMBER,
005130                 ' ALREADY CARRIES THESE VALUES, NO CHANGE';
005140        ELSE
005150         REWRITE CUST-MASTER-RECORD
005160          INVALID KEY
005170           MOVE 'CUSTOMER MASTER REWRITE FAILED'
005180               TO REJECT-REASON
005190         END-REWRITE;
005200         IF REJECT-REASON = SPACES
005210          THEN
005220           ADD 1 TO CHANGE-CNTR;
005230           MOVE CUST-MASTER-RECORD TO CUST-AFTER-IMAGE;
005240           PERFORM 0170-WRITE-JOURNAL;
005250         END-IF;
005260       END-IF;
005270     END-IF.
005280 SKIP2
005290 0160-DELETE-CUSTOMER.
005300* Delete a customer.  The journal keeps the deleted record's
005310* last image; the after image is left blank.
005320     IF CUST-IS-UNKNOWN
005330      THEN
005340       MOVE 'DELETE FOR ACCOUNT NOT ON MASTER'
005350           TO REJECT-REASON;
005360      ELSE
005370       MOVE CUST-MASTER-RECORD TO CUST-BEFORE-IMAGE;
005380       DELETE APKCUSTM-CUST
005390        INVALID KEY
005400         MOVE 'CUSTOMER MASTER DELETE FAILED'
005410             TO REJECT-REASON
005420       END-DELETE;
005430       IF REJECT-REASON = SPACES
005440        THEN
005450         ADD 1 TO DELETE-CNTR;
005460         MOVE SPACES TO CUST-AFTER-IMAGE;
005470         PERFORM 0170-WRITE-JOURNAL;
005480       END-IF;
005490     END-IF.
005500 SKIP2
005510 0170-WRITE-JOURNAL.
005520* One journal record per change applied.  The time is taken
005530* as each change is made, not once for the step, so the
005540* journal answers "when" to the second.
005550     ADD 1 TO TRAN-APPLY-CNTR.
005560     ACCEPT CHG-TIME-W FROM TIME.
005570     MOVE SPACES TO APKCUSTM-JRNL-RECORD.
005580     MOVE TRAN-CODE TO JRNL-ACTION.
005590     MOVE TRAN-ACCT-NUMBER TO JRNL-ACCT-NUMBER.
005600     MOVE RUN-DATE-W TO JRNL-CHG-DATE.
005610     MOVE CHG-TIME-W (1 : 6) TO JRNL-CHG-TIME.
005620     MOVE EFF-RUN-IDENT TO JRNL-EFF-RUN-IDENT.
005630     MOVE TRAN-CARD-CNTR TO JRNL-CARD-NUMBER.
005640     MOVE CUST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
005650     MOVE CUST-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
005660     WRITE APKCUSTM-JRNL-RECORD.
005670     IF NOT APKCUSTM-JRNL-OK
005680      THEN
005690       DISPLAY PGMNAME, ' ERROR WRITING CHANGE JOURNAL, ',
005700               'STATUS ', APKCUSTM-JRNL-STATUS, ' ACCOUNT ',
005710               TRAN-ACCT-NUMBER;
005720       MOVE 12 TO MAINT-RC;
005725       SET TRAN-AT-EOF TO TRUE;                                   !@04
005730     END-IF.
005740 SKIP2
005750 0180-WRITE-REJECT.
005760* List a rejected card: its number and reason, then the card
005770* itself exactly as it was keyed.
005780     ADD 1 TO REJECT-CNTR.
005790     IF MAINT-RC < 4
005800      THEN
005810       MOVE 4 TO MAINT-RC;
005820     END-IF.
005830     DISPLAY PGMNAME, ' CARD ', TRAN-CARD-CNTR, ' REJECTED - ',
005840             REJECT-REASON.
005850     MOVE TRAN-CARD-CNTR TO ERL-CARD-NUMBER.
005860     MOVE REJECT-REASON TO ERL-REASON.
005870     MOVE ERR-REJECT-LINE TO APKCUSTM-ERR-RECORD.
005880     WRITE APKCUSTM-ERR-RECORD.
005890     MOVE APKCUSTM-TRAN-RECORD TO APKCUSTM-ERR-RECORD.
005900     WRITE APKCUSTM-ERR-RECORD.
005910 SKIP2
005920 0190-CLOSE-FILES.
005930* Put the run totals at the foot of the error listing, so a
005940* clean listing still proves the step ran, and close whatever
005950* was opened.
005960     IF ERR-FILE-IS-OPEN
005970      THEN
005980       MOVE SPACES TO APKCUSTM-ERR-RECORD;
005990       WRITE APKCUSTM-ERR-RECORD;
006000       MOVE 'CARDS READ ..............' TO TOT-LABEL;
006010       MOVE TRAN-CARD-CNTR TO TOT-VALUE;
006020       PERFORM 0195-WRITE-TOTAL-LINE;
006030       MOVE 'CUSTOMERS ADDED .........' TO TOT-LABEL;
006040       MOVE ADD-CNTR TO TOT-VALUE;
006050       PERFORM 0195-WRITE-TOTAL-LINE;
006060       MOVE 'CUSTOMERS CHANGED .......' TO TOT-LABEL;
006070       MOVE CHANGE-CNTR TO TOT-VALUE;
006080       PERFORM 0195-WRITE-TOTAL-LINE;
006090       MOVE 'CUSTOMERS DELETED .......' TO TOT-LABEL;
006100       MOVE DELETE-CNTR TO TOT-VALUE;
006110       PERFORM 0195-WRITE-TOTAL-LINE;
006120       MOVE 'CHANGES ALREADY ON FILE .' TO TOT-LABEL;
006130       MOVE UNCHANGED-CNTR TO TOT-VALUE;
006140       PERFORM 0195-WRITE-TOTAL-LINE;
006150       MOVE 'CARDS REJECTED ..........' TO TOT-LABEL;
006160       MOVE REJECT-CNTR TO TOT-VALUE;
006170       PERFORM 0195-WRITE-TOTAL-LINE;
006180       MOVE 'JOURNAL RECORDS WRITTEN .' TO TOT-LABEL;
006190       MOVE TRAN-APPLY-CNTR TO TOT-VALUE;
006200       PERFORM 0195-WRITE-TOTAL-LINE;
006210       CLOSE APKCUSTM-ERR;
006220       SET ERR-FILE-NOT-OPEN TO TRUE;
006230     END-IF.
006240     IF JRNL-FILE-IS-OPEN
006250      THEN
006260       CLOSE APKCUSTM-JRNL;
006270       SET JRNL-FILE-NOT-OPEN TO TRUE;
006280     END-IF.
006290     IF CUST-FILE-IS-OPEN
006300      THEN
006310       CLOSE APKCUSTM-CUST;
006320       SET CUST-FILE-NOT-OPEN TO TRUE;
006330     END-IF.
006340     IF TRAN-FILE-IS-OPEN
006350      THEN
006360       CLOSE APKCUSTM-TRAN;
006370       SET TRAN-FILE-NOT-OPEN TO TRUE;
006380     END-IF.
006390     DISPLAY PGMNAME, ' CARDS READ ', TRAN-CARD-CNTR,
006400             ' APPLIED ', TRAN-APPLY-CNTR,
006410             ' REJECTED ', REJECT-CNTR.
006420 SKIP2
006430 0195-WRITE-TOTAL-LINE.
006440     MOVE ERR-TOTAL-LINE TO APKCUSTM-ERR-RECORD.
006450     WRITE APKCUSTM-ERR-RECORD.
