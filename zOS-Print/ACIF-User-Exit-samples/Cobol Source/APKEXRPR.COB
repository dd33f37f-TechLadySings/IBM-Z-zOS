000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:25:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - EXCEPTION REPAIR.         !@01*
000135*   15 OCT 2026  DLM  RECORD THE STEP START IN THE RUN LEDGER.    !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKEXRPR.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Exception repair and make-up run.  A record the
000190               input exit rejects -- unknown type code, length out
000200               of range, account not on the customer master -- is
000210               written to the exception report (APKEXCPT) and
000220               left out of the night's output, and the document
000230               it belonged to is not produced.  Run after the
000240               night against that exception report, the retained
000250               input extract the night read (APKEXTR, its members
000260               concatenated in the night's order) and the business
000270               area's correction cards (APKCORR), this step finds
000280               each rejected record again, pulls the whole
000290               document it belongs to, HDR through TRL, applies
000300               the corrections, and writes the repaired documents
000310               to a make-up member (APKMKUP) for a supplemental
000320               run the same day.  The member is resequenced and
000330               closed by a control TRL carrying its record count,
000340               itself included, the way the presort closes a
000350               member; the HDR envelope bytes 27-35 are cleared
000360               for the presort to assign afresh.  When nothing is
000370               repaired the member is written empty, so a stale
000380               member can never be printed twice.
000390
000400               A rejected record is found again by its introducer
000410               sequence number and type code, in the order the
000420               exceptions were written; a document is only made
000430               up when every exception in it is corrected.  One
000440               correction card per change, 80 columns:
000450                  1-22  run identifier, blank for the run the
000460                        exception report is for
000470                 24-31  the exception's sequence number, as the
000480                        exception report prints it
000490                    33  action, and from column 35 its operand:
000500                        T  new type code (35-37), not HDR or TRL
000510                        A  new account number (35-44) for the
000520                           document's HDR; checked against the
000530                           customer master when it is supplied
000540                        R  replace data bytes: first byte (35-38),
000550                           length (40-41, at most 38) and the new
000560                           bytes (43-80); the record is lengthened
000570                           when the bytes run past its end
000580                        X  drop the rejected record from the
000590                           document (not an HDR)
000600                        W  write the exception off, reason (35-58)
000610               A W card naming an earlier run writes off that
000620               run's outstanding exception.  Cards beginning with
000630               an asterisk are comments.
000640
000650               Every exception is closed out as REPAIRED (its
000660               document is in the make-up member, or was made up
000670               before), WRITTEN OFF (by card; duplicate documents,
000680               condemned members and records outside any document
000690               are written off without one), or OUTSTANDING.  The
000700               exception register (APKEXRGI in, APKEXRGO out, a
000710               new generation each run) carries every exception
000720               forward, so an outstanding exception is listed
000730               again on every later run until it is repaired or
000740               written off, and an exception already repaired is
000750               never made up a second time.  Settled exceptions
000760               stay on the register for REGDAYS=n days (30 by
000770               default, from the shared APKPARM member).  The step
000780               is recorded in the run ledger against the run, its !@02
000783               start as soon as the run is known and its end as   !@02
000786               the step finishes.                                 !@02
000790
000800               The step return code:
000810                  0 - every exception is repaired or written off.
000820                  4 - exceptions are outstanding, from this run or
000830                      an earlier one, or correction cards were
000840                      rejected.
000850                  8 - exceptions could not be found again in the
000860                      extract.
000870                 12 - the exception report, the extract, the
000880                      make-up member, the register or the report
000890                      is not available, or the run has more
000900                      exceptions than the step can hold.
000910
000920 DATE-WRITTEN. 15 OCT 26.
000930 DATE-COMPILED.
000940 SECURITY. IBM SAMPLE CODE ONLY.
000950*/**************************************************************/
000960*/* Licensed under the Apache License, Version 2.0 (the        */
000970*/* "License"); you may not use this file except in compliance */
000980*/* with the License. You may obtain a copy of the License at  */
000990*/*                                                            */
001000*/* http://www.apache.org/licenses/LICENSE-2.0                 */
001010*/*                                                            */
001020*/* Unless required by applicable law or agreed to in writing, */
001030*/* software distributed under the License is distributed on an*/
001040*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
001050*/* KIND, either express or implied.  See the License for the  */
001060*/* specific language governing permissions and limitations    */
001070*/* under the License.                                         */
001080*/*------------------------------------------------------------*/
001090*/*                                                            */
001100*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
001110*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
001120*/*                                                            */
001130*/*   Permission to use, copy, modify, and distribute          */
001140*/*   this software for any purpose with or without fee        */
001150*/*   is hereby granted, provided that the above               */
001160*/*   copyright notices appear in all copies.                  */
001170*/*                                                            */
001180*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001190*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001200*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001210*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001220*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001230*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001240*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001250*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001260*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001270*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001280*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001290*/**************************************************************/
001300 TITLE 'Exception Repair and Make-Up Run'.
001310 ENVIRONMENT DIVISION.
001320 CONFIGURATION SECTION.
001330 SOURCE-COMPUTER. IBM-370.
001340 OBJECT-COMPUTER. IBM-370.
001350 INPUT-OUTPUT SECTION.
001360 FILE-CONTROL.
001370     SELECT APKEXRPR-PARM       ASSIGN TO SYS001-S-APKPARM
001380                                 ORGANIZATION IS SEQUENTIAL
001390                                 FILE STATUS
001400                                 APKEXRPR-PARM-STATUS.
001410     SELECT APKEXRPR-EXCPT      ASSIGN TO SYS001-S-APKEXCPT
001420                                 ORGANIZATION IS SEQUENTIAL
001430                                 FILE STATUS
001440                                 APKEXRPR-EXCPT-STATUS.
001450     SELECT APKEXRPR-EXTR       ASSIGN TO SYS001-S-APKEXTR
001460                                 ORGANIZATION IS SEQUENTIAL
001470                                 FILE STATUS
001480                                 APKEXRPR-EXTR-STATUS.
001490     SELECT APKEXRPR-CORR       ASSIGN TO SYS001-S-APKCORR
001500                                 ORGANIZATION IS SEQUENTIAL
001510                                 FILE STATUS
001520                                 APKEXRPR-CORR-STATUS.
001530     SELECT APKEXRPR-CUST       ASSIGN TO CUSTMAST
001540                                 ORGANIZATION IS INDEXED
001550                                 ACCESS MODE IS RANDOM
001560                                 RECORD KEY IS CUST-ACCT-NUMBER
001570                                 FILE STATUS
001580                                 APKEXRPR-CUST-STATUS.
001590     SELECT APKEXRPR-RGI        ASSIGN TO SYS001-S-APKEXRGI
001600                                 ORGANIZATION IS SEQUENTIAL
001610                                 FILE STATUS
001620                                 APKEXRPR-RGI-STATUS.
001630     SELECT APKEXRPR-RGO        ASSIGN TO SYS001-S-APKEXRGO
001640                                 ORGANIZATION IS SEQUENTIAL
001650                                 FILE STATUS
001660                                 APKEXRPR-RGO-STATUS.
001670     SELECT APKEXRPR-MKUP       ASSIGN TO SYS001-S-APKMKUP
001680                                 ORGANIZATION IS SEQUENTIAL
001690                                 FILE STATUS
001700                                 APKEXRPR-MKUP-STATUS.
001710     SELECT APKEXRPR-LIST       ASSIGN TO SYS001-S-APKEXRPT
001720                                 ORGANIZATION IS SEQUENTIAL
001730                                 FILE STATUS
001740                                 APKEXRPR-LIST-STATUS.
001750     EJECT
001760 DATA DIVISION.
001770 FILE SECTION.
001780/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001790 FD  APKEXRPR-PARM,
001800     RECORDING MODE IS F,
001810     BLOCK CONTAINS 0 RECORDS.
001820 01  APKEXRPR-PARM-RECORD.
001830     05  PARM-CARD-TEXT          PIC X(72).
001840     05  FILLER                  PIC X(8).
001850/ TYPE-CODE EXCEPTION REPORT WRITTEN BY THE INPUT EXIT.
001860 FD  APKEXRPR-EXCPT,
001870     RECORDING MODE IS F,
001880     BLOCK CONTAINS 0 RECORDS.
001890 01  APKEXRPR-EXCPT-RECORD.
001900     05  EXCPT-SEQNUM            PIC 9(8).
001910     05  FILLER                  PIC X.
001920     05  EXCPT-TYPE              PIC X(3).
001930     05  FILLER                  PIC X.
001940     05  EXCPT-REASON            PIC X(40).
001950     05  FILLER                  PIC X.
001960     05  EXCPT-RUN-IDENT         PIC X(22).
001970     05  FILLER                  PIC X(4).
001980/ THE RETAINED INPUT EXTRACT THE NIGHT'S RUN READ.
001990 FD  APKEXRPR-EXTR,
002000     BLOCK CONTAINS 0 RECORDS,
002010     RECORDING MODE IS V
002020     RECORD VARYING FROM 08 TO 32752
002030         DEPENDING ON EXTR-IN-LENGTH.
002040 01  APKEXRPR-EXTR-RECORD.
002050     05  EXTR-IN-INTRODUCER.
002060       10  EXTR-IN-CC        PIC X.
002070       10  EXTR-IN-LEN-CHR   PIC XX.
002080       10  EXTR-IN-RECLEN REDEFINES
002090                                EXTR-IN-LEN-CHR
002100                           PIC 9(4) COMP.
002110       10  EXTR-IN-TYPE      PIC XXX.
002120           88  EXTR-TYPE-IS-HDR    VALUE 'HDR'.
002130           88  EXTR-TYPE-IS-TRL    VALUE 'TRL'.
002140       10  EXTR-IN-FLAG      PIC X.
002150       10  EXTR-IN-SEQ-CHR   PIC XX.
002160       10  EXTR-IN-SEQNUM REDEFINES
002170                                EXTR-IN-SEQ-CHR
002180                           PIC 9(4) COMP.
002190     05  EXTR-IN-DATA.
002200         10  EXTR-IN-ARRAY
002210                           OCCURS 32743,
002220                           DEPENDING ON
002230                           EXTR-IN-RECLEN,
002240                           PIC X.
002250/ CORRECTION CARDS FROM THE BUSINESS AREA.
002260 FD  APKEXRPR-CORR,
002270     RECORDING MODE IS F,
002280     BLOCK CONTAINS 0 RECORDS.
002290 01  APKEXRPR-CORR-RECORD        PIC X(80).
002300/ CUSTOMER MASTER (KEYED VSAM), SHARED WITH THE OTHER BATCH JOBS.
002310 FD  APKEXRPR-CUST,
002320     RECORD CONTAINS 80 CHARACTERS.
002330 01  CUST-MASTER-RECORD.
002340     05  CUST-ACCT-NUMBER        PIC X(10).
002350     05  CUST-NAME               PIC X(30).
002360     05  CUST-DELIV-PREF         PIC X.
002370     05  CUST-ADDR-HOLD          PIC X.
002380     05  CUST-HOLD-DATE          PIC X(8).
002390     05  CUST-HOLD-REASON        PIC X(12).
002400     05  CUST-HOUSEHOLD-KEY      PIC X(10).
002410     05  FILLER                  PIC X(8).
002420/ EXCEPTION REGISTER, PRIOR GENERATION.
002430 FD  APKEXRPR-RGI,
002440     RECORDING MODE IS F,
002450     BLOCK CONTAINS 0 RECORDS.
002460 01  APKEXRPR-RGI-RECORD         PIC X(128).
002470/ EXCEPTION REGISTER, NEW GENERATION.
002480 FD  APKEXRPR-RGO,
002490     RECORDING MODE IS F,
002500     BLOCK CONTAINS 0 RECORDS.
002510 01  APKEXRPR-RGO-RECORD         PIC X(128).
002520/ MAKE-UP MEMBER -- REPAIRED DOCUMENTS FOR A SUPPLEMENTAL RUN.
002530 FD  APKEXRPR-MKUP,
002540     BLOCK CONTAINS 0 RECORDS,
002550     RECORDING MODE IS V
002560     RECORD VARYING FROM 08 TO 32752
002570         DEPENDING ON MKUP-OUT-LENGTH.
002580 01  APKEXRPR-MKUP-RECORD.
002590     05  MKUP-OUT-INTRODUCER.
002600       10  MKUP-OUT-CC       PIC X.
002610       10  MKUP-OUT-LEN-CHR  PIC XX.
002620       10  MKUP-OUT-RECLEN REDEFINES
002630                                MKUP-OUT-LEN-CHR
002640                           PIC 9(4) COMP.
002650       10  MKUP-OUT-TYPE     PIC XXX.
002660       10  MKUP-OUT-FLAG     PIC X.
002670       10  MKUP-OUT-SEQ-CHR  PIC XX.
002680       10  MKUP-OUT-SEQNUM REDEFINES
002690                                MKUP-OUT-SEQ-CHR
002700                           PIC 9(4) COMP.
002710     05  MKUP-OUT-DATA       PIC X(32743).
002720/ THE CLOSING REPORT.
002730 FD  APKEXRPR-LIST,
002740     RECORDING MODE IS F,
002750     BLOCK CONTAINS 0 RECORDS.
002760 01  APKEXRPR-LIST-RECORD       PIC X(80).
002770   SKIP3
002780 WORKING-STORAGE SECTION.
002790 77  PGMNAME                 PIC X(8) VALUE 'APKEXRPR'.
002800 77  LEDGER-PGM              PIC X(8) VALUE 'APKLEDGR'.
002802 77  LEDGER-POSTING          PIC X    VALUE SPACE.                !@02
002805     88  LEDGER-POSTING-START        VALUE 'S'.                   !@02
002807     88  LEDGER-POSTING-END          VALUE 'E'.                   !@02
002810 77  EXRPR-RC                PIC 9(4) BINARY VALUE ZERO.
002820 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
002830 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
002840 77  EXTR-IN-LENGTH          PIC 9(8) BINARY VALUE ZERO.
002850 77  MKUP-OUT-LENGTH         PIC 9(8) BINARY VALUE ZERO.
002860 77  REG-DAYS                PIC 9(4) BINARY VALUE 30.
002870 77  EXCPT-READ-CNTR         PIC 9(8) BINARY VALUE ZERO.
002880 77  OTHER-RUN-EXCPT-CNTR    PIC 9(8) BINARY VALUE ZERO.
002890 77  CARD-READ-CNTR          PIC 9(8) BINARY VALUE ZERO.
002900 77  CARD-REJECT-CNTR        PIC 9(8) BINARY VALUE ZERO.
002910 77  EXTR-READ-CNTR          PIC 9(8) BINARY VALUE ZERO.
002920 77  REPAIRED-CNTR           PIC 9(8) BINARY VALUE ZERO.
002930 77  OUTSTANDING-CNTR        PIC 9(8) BINARY VALUE ZERO.
002940 77  WRITTEN-OFF-CNTR        PIC 9(8) BINARY VALUE ZERO.
002950 77  NOT-FOUND-CNTR          PIC 9(8) BINARY VALUE ZERO.
002960 77  RECS-WRITTEN-CNTR       PIC 9(8) BINARY VALUE ZERO.
002970 77  CARRIED-OUT-CNTR        PIC 9(8) BINARY VALUE ZERO.
002980 77  CARRIED-WO-CNTR         PIC 9(8) BINARY VALUE ZERO.
002990 77  REG-WRITTEN-CNTR        PIC 9(8) BINARY VALUE ZERO.
003000 77  REG-DROPPED-CNTR        PIC 9(8) BINARY VALUE ZERO.
003010* The run the exception report is for.
003020 77  CURR-RUN-IDENT          PIC X(22) VALUE SPACES.
003030* TABLE COUNTS AND SUBSCRIPTS.
003040 77  EXC-COUNT               PIC 9(4) BINARY VALUE ZERO.
003050 77  EXC-SUB                 PIC 9(4) BINARY VALUE ZERO.
003060 77  EXC-PTR                 PIC 9(4) BINARY VALUE ZERO.
003070 77  EXC-WALK                PIC 9(4) BINARY VALUE ZERO.
003080 77  GRP-FIRST               PIC 9(4) BINARY VALUE ZERO.
003090 77  GRP-LAST                PIC 9(4) BINARY VALUE ZERO.
003100 77  CARD-COUNT              PIC 9(4) BINARY VALUE ZERO.
003110 77  CARD-SUB                PIC 9(4) BINARY VALUE ZERO.
003120 77  MKUP-COUNT              PIC 9(4) BINARY VALUE ZERO.
003130 77  MK-PTR                  PIC 9(4) BINARY VALUE ZERO.
003140* WHERE THE PASSES OVER THE EXTRACT STAND: RECORD AND HDR
003150* POSITIONS, THE LAST RECORD AN EXCEPTION WAS FOUND AT, AND THE
003160* NEXT SEQUENCE NUMBER OF THE MAKE-UP MEMBER.
003170 77  REC-ORD                 PIC 9(8) BINARY VALUE ZERO.
003180 77  DOC-ORD                 PIC 9(8) BINARY VALUE ZERO.
003190 77  LAST-MATCH-ORD          PIC 9(8) BINARY VALUE ZERO.
003200 77  LOCATE-RETRY-CNTR       PIC 9(4) BINARY VALUE ZERO.
003210 77  NEXT-SEQNUM             PIC 9(8) BINARY VALUE ZERO.
003220 77  EXTR-SEQ-W              PIC 9(8) BINARY VALUE ZERO.
003230* CORRECTION WORK FIELDS.
003240 77  OLD-RECLEN              PIC 9(8) BINARY VALUE ZERO.
003250 77  PATCH-START             PIC 9(4) BINARY VALUE ZERO.
003260 77  PATCH-LEN               PIC 9(4) BINARY VALUE ZERO.
003270 77  PATCH-END               PIC 9(8) BINARY VALUE ZERO.
003280 77  GRP-NEW-ACCT            PIC X(10) VALUE SPACES.
003290 77  REJECT-TEXT             PIC X(30) VALUE SPACES.
003300 77  NOTE-TEXT               PIC X(24) VALUE SPACES.
003310* DAY-NUMBER WORK FIELDS (SEE 0145-COMPUTE-DAY-NUMBER).
003320 77  TODAY-DAY-NUMBER        PIC 9(8) BINARY VALUE ZERO.
003330 77  ITEM-DAY-NUMBER         PIC 9(8) BINARY VALUE ZERO.
003340 77  ITEM-AGE-DAYS           PIC 9(8) BINARY VALUE ZERO.
003350 77  DN-YEAR                 PIC 9(4) BINARY VALUE ZERO.
003360 77  DN-MONTH                PIC 9(4) BINARY VALUE ZERO.
003370 77  DN-DAY                  PIC 9(4) BINARY VALUE ZERO.
003380 77  DN-T1                   PIC 9(8) BINARY VALUE ZERO.
003390 77  DN-T2                   PIC 9(8) BINARY VALUE ZERO.
003400 77  DN-T3                   PIC 9(8) BINARY VALUE ZERO.
003410 77  DN-T4                   PIC 9(8) BINARY VALUE ZERO.
003420 77  DN-RESULT               PIC 9(8) BINARY VALUE ZERO.
003430 01  DN-DATE-FIELDS.
003440     05  DN-DATE             PIC X(8) VALUE SPACES.
003450     05  DN-DATE-N REDEFINES DN-DATE.
003460         10  DN-DATE-YYYY    PIC 9(4).
003470         10  DN-DATE-MM      PIC 9(2).
003480         10  DN-DATE-DD      PIC 9(2).
003490* THE RUN'S EXCEPTIONS, IN THE ORDER THE INPUT EXIT WROTE THEM,
003500* WITH WHERE EACH WAS FOUND AGAIN IN THE EXTRACT AND HOW IT IS
003510* CLOSED OUT.  THE STATE IS O (OUTSTANDING), R (REPAIRED) OR W
003520* (WRITTEN OFF); THE PRIOR STATE IS THE ONE THE REGISTER CARRIED.
003530 01  EXCEPTION-TABLE.
003540     05  EXC-ENTRY           OCCURS 5000 TIMES.
003550         10  EXC-SEQNUM      PIC 9(8).
003560         10  EXC-TYPE        PIC X(3).
003570         10  EXC-REASON      PIC X(40).
003580         10  EXC-REC-ORD     PIC 9(8) BINARY.
003590         10  EXC-DOC-ORD     PIC 9(8) BINARY.
003600         10  EXC-LOCATED-SW  PIC X.
003610             88  EXC-WAS-LOCATED     VALUE 'Y'.
003620             88  EXC-NOT-LOCATED     VALUE 'N'.
003630         10  EXC-CORR-SW     PIC X.
003640             88  EXC-HAS-CORRECTION  VALUE 'Y'.
003650             88  EXC-NO-CORRECTION   VALUE 'N'.
003660         10  EXC-REJECT-SW   PIC X.
003670             88  EXC-CARD-REJECTED   VALUE 'Y'.
003680             88  EXC-NO-CARD-REJECTED VALUE 'N'.
003690         10  EXC-WRITEOFF    PIC X(24).
003700         10  EXC-PRIOR-STATE PIC X.
003710             88  EXC-PRIOR-SETTLED   VALUE 'R' 'W'.
003720             88  EXC-PRIOR-REPAIRED  VALUE 'R'.
003730         10  EXC-PRIOR-DATE  PIC X(8).
003740         10  EXC-PRIOR-NOTE  PIC X(24).
003750         10  EXC-STATE       PIC X.
003760             88  EXC-OUTSTANDING     VALUE 'O'.
003770             88  EXC-REPAIRED        VALUE 'R'.
003780             88  EXC-WRITTEN-OFF     VALUE 'W'.
003790         10  EXC-STATE-DATE  PIC X(8).
003800         10  EXC-NOTE        PIC X(24).
003810* THE CORRECTION CARDS, WITH THE EXCEPTION EACH APPLIES TO.  A
003820* CARD IS ACCEPTED (A), REJECTED (R), OR A WRITE-OFF OF AN
003830* EARLIER RUN'S EXCEPTION WAITING FOR THE REGISTER (P), WHICH
003840* BECOMES USED (U) WHEN THE REGISTER CARRIES THAT EXCEPTION.
003850 01  CARD-TABLE.
003860     05  CARD-ENTRY          OCCURS 2000 TIMES.
003870         10  CARD-IMAGE      PIC X(80).
003880         10  CARD-EXC-SUB    PIC 9(4) BINARY.
003890         10  CARD-STATUS     PIC X.
003900             88  CARD-ACCEPTED       VALUE 'A'.
003910             88  CARD-REJECTED       VALUE 'R'.
003920             88  CARD-FOR-REGISTER   VALUE 'P'.
003930             88  CARD-USED-REGISTER  VALUE 'U'.
003940         10  CARD-REJECT-TEXT PIC X(30).
003950* THE DOCUMENTS TO MAKE UP, BY HDR POSITION IN THE EXTRACT, AND
003960* THE NEW ACCOUNT NUMBER FOR THE HDR WHEN A CARD GIVES ONE.
003970 01  MKUP-TABLE.
003980     05  MKUP-ENTRY          OCCURS 5000 TIMES.
003990         10  MKUP-DOC-ORD    PIC 9(8) BINARY.
004000         10  MKUP-NEW-ACCT   PIC X(10).
004010* ONE CORRECTION CARD, TAKEN APART.
004020 01  CORR-CARD.
004030     05  CORR-RUN-IDENT      PIC X(22).
004040     05  FILLER              PIC X.
004050     05  CORR-SEQNUM-X       PIC X(8).
004060     05  CORR-SEQNUM REDEFINES CORR-SEQNUM-X
004070                             PIC 9(8).
004080     05  FILLER              PIC X.
004090     05  CORR-ACTION         PIC X.
004100         88  CORR-NEW-TYPE       VALUE 'T'.
004110         88  CORR-NEW-ACCOUNT    VALUE 'A'.
004120         88  CORR-REPLACE-BYTES  VALUE 'R'.
004130         88  CORR-DROP-RECORD    VALUE 'X'.
004140         88  CORR-WRITE-OFF      VALUE 'W'.
004150         88  CORR-ACTION-VALID   VALUE 'T' 'A' 'R' 'X' 'W'.
004160     05  FILLER              PIC X.
004170     05  CORR-OPERAND        PIC X(46).
004180     05  CORR-PATCH REDEFINES CORR-OPERAND.
004190         10  CORR-PATCH-START PIC X(4).
004200         10  CORR-PATCH-START-N REDEFINES CORR-PATCH-START
004210                             PIC 9(4).
004220         10  FILLER          PIC X.
004230         10  CORR-PATCH-LEN  PIC X(2).
004240         10  CORR-PATCH-LEN-N REDEFINES CORR-PATCH-LEN
004250                             PIC 9(2).
004260         10  FILLER          PIC X.
004270         10  CORR-PATCH-TEXT PIC X(38).
004280* ONE EXCEPTION REGISTER RECORD.
004290 01  REG-WORK.
004300     05  REG-RUN-IDENT       PIC X(22).
004310     05  FILLER              PIC X.
004320     05  REG-ORDINAL         PIC 9(8).
004330     05  FILLER              PIC X.
004340     05  REG-SEQNUM          PIC 9(8).
004350     05  FILLER              PIC X.
004360     05  REG-TYPE            PIC X(3).
004370     05  FILLER              PIC X.
004380     05  REG-STATE           PIC X.
004390         88  REG-OUTSTANDING     VALUE 'O'.
004400         88  REG-REPAIRED        VALUE 'R'.
004410         88  REG-WRITTEN-OFF     VALUE 'W'.
004420     05  FILLER              PIC X.
004430     05  REG-STATE-DATE      PIC X(8).
004440     05  FILLER              PIC X.
004450     05  REG-REASON          PIC X(40).
004460     05  FILLER              PIC X.
004470     05  REG-NOTE            PIC X(24).
004480     05  FILLER              PIC X(7).
004490* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
004500 01  PARM-WORK-FIELDS.
004510     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
004520     05  PARM-VALUE          PIC X(68) VALUE SPACES.
004530     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
004540     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
004550     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
004560     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
004570                             PIC 9(8).
004580     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
004590         88  PARM-NUM-OK         VALUE 'Y'.
004600         88  PARM-NUM-BAD        VALUE 'N'.
004610* THE CONTROL TRL THAT CLOSES THE MAKE-UP MEMBER.
004620 01  SYNTH-TRL-RECORD.
004630     05  SYNTH-TRL-CC        PIC X     VALUE SPACE.
004640     05  SYNTH-TRL-LEN-CHR   PIC XX.
004650     05  SYNTH-TRL-RECLEN REDEFINES SYNTH-TRL-LEN-CHR
004660                             PIC 9(4) COMP.
004670     05  SYNTH-TRL-TYPE      PIC X(3)  VALUE 'TRL'.
004680     05  SYNTH-TRL-FLAG      PIC X     VALUE SPACE.
004690     05  SYNTH-TRL-SEQ-CHR   PIC XX.
004700     05  SYNTH-TRL-SEQNUM REDEFINES SYNTH-TRL-SEQ-CHR
004710                             PIC 9(4) COMP.
004720     05  SYNTH-TRL-COUNT     PIC 9(8).
004730* THE RUN LEDGER POSTING PARAMETERS, AS APKLEDGR RECEIVES THEM.
004740 01  LEDGER-PARMS.
004750     05  LGP-FUNCTION            PIC X.
004760         88  LGP-STEP-START      VALUE 'S'.
004770         88  LGP-STEP-END        VALUE 'E'.
004780     05  LGP-RUN-IDENT           PIC X(22).
004790     05  LGP-STEP-NAME           PIC X(8).
004800     05  LGP-START-DATE          PIC X(8).
004810     05  LGP-START-TIME          PIC X(6).
004820     05  LGP-STEP-RC             PIC 9(4) BINARY.
004830     05  LGP-COUNT-ENTRY         OCCURS 3 TIMES.
004840         10  LGP-COUNT-LABEL     PIC X(8).
004850         10  LGP-COUNT-VALUE     PIC 9(9) BINARY.
004860     05  LGP-RESULT              PIC 9(4) BINARY.
004870* REPORT LINE LAYOUTS.
004880 01  LIST-HEADER-LINE.
004890     05  FILLER              PIC X(38)
004900         VALUE 'APKEXRPR  EXCEPTION REPAIR AND MAKE-UP'.
004910     05  FILLER              PIC X(3)  VALUE SPACES.
004920     05  HDR-DATE            PIC X(8).
004930     05  FILLER              PIC X     VALUE SPACE.
004940     05  HDR-TIME            PIC X(6).
004950     05  FILLER              PIC X(24) VALUE SPACES.
004960 01  LIST-RUN-LINE.
004970     05  FILLER              PIC X(25)
004980         VALUE 'RUN IDENTIFIER ......... '.
004990     05  LRL-RUN-IDENT       PIC X(22).
005000     05  FILLER              PIC X(33) VALUE SPACES.
005010 01  LIST-COLUMN-LINE.
005020     05  FILLER              PIC X(9)  VALUE 'SEQNUM'.
005030     05  FILLER              PIC X(4)  VALUE 'TYP'.
005040     05  FILLER              PIC X(31) VALUE 'EXCEPTION'.
005050     05  FILLER              PIC X(12) VALUE 'CLOSED OUT'.
005060     05  FILLER              PIC X(24) VALUE 'NOTE'.
005070 01  LIST-DETAIL-LINE.
005080     05  LDL-SEQNUM          PIC 9(8).
005090     05  FILLER              PIC X     VALUE SPACE.
005100     05  LDL-TYPE            PIC X(3).
005110     05  FILLER              PIC X     VALUE SPACE.
005120     05  LDL-REASON          PIC X(30).
005130     05  FILLER              PIC X     VALUE SPACE.
005140     05  LDL-STATE           PIC X(11).
005150     05  FILLER              PIC X     VALUE SPACE.
005160     05  LDL-NOTE            PIC X(24).
005170 01  LIST-CARRIED-LINE.
005180     05  LCL-RUN-IDENT       PIC X(22).
005190     05  FILLER              PIC X     VALUE SPACE.
005200     05  LCL-SEQNUM          PIC 9(8).
005210     05  FILLER              PIC X     VALUE SPACE.
005220     05  LCL-TYPE            PIC X(3).
005230     05  FILLER              PIC X     VALUE SPACE.
005240     05  LCL-REASON          PIC X(22).
005250     05  FILLER              PIC X     VALUE SPACE.
005260     05  LCL-STATE           PIC X(11).
005270     05  FILLER              PIC X     VALUE SPACE.
005280     05  LCL-AGE             PIC ZZZ9.
005290     05  FILLER              PIC X(5)  VALUE ' DAYS'.
005300 01  LIST-REJECT-LINE.
005310     05  FILLER              PIC X(8)  VALUE '    *** '.
005320     05  LRJ-TEXT            PIC X(30).
005330     05  FILLER              PIC X(42) VALUE SPACES.
005340 01  LIST-TOTAL-LINE.
005350     05  TOT-LABEL           PIC X(26).
005360     05  TOT-VALUE           PIC ZZZZZZZ9.
005370     05  FILLER              PIC X(46) VALUE SPACES.
005380 01  REPAIR-SWITCHES.
005390     05  EXCPT-EOF-SW        PIC X    VALUE 'N'.
005400         88  EXCPT-AT-EOF        VALUE 'Y'.
005410     05  CORR-EOF-SW         PIC X    VALUE 'N'.
005420         88  CORR-AT-EOF         VALUE 'Y'.
005430     05  RGI-EOF-SW          PIC X    VALUE 'N'.
005440         88  RGI-AT-EOF          VALUE 'Y'.
005450         88  RGI-NOT-AT-EOF      VALUE 'N'.
005460     05  EXTR-EOF-SW         PIC X    VALUE 'N'.
005470         88  EXTR-AT-EOF         VALUE 'Y'.
005480         88  EXTR-NOT-AT-EOF     VALUE 'N'.
005490     05  EXTR-AVAIL-SW       PIC X    VALUE 'Y'.
005500         88  EXTR-AVAILABLE      VALUE 'Y'.
005510         88  EXTR-UNAVAILABLE    VALUE 'N'.
005520     05  IN-DOC-SW           PIC X    VALUE 'N'.
005530         88  IN-DOCUMENT         VALUE 'Y'.
005540         88  NOT-IN-DOCUMENT     VALUE 'N'.
005550     05  COPY-SW             PIC X    VALUE 'N'.
005560         88  COPYING-DOCUMENT    VALUE 'Y'.
005570         88  NOT-COPYING         VALUE 'N'.
005580     05  DROP-SW             PIC X    VALUE 'N'.
005590         88  DROP-THIS-RECORD    VALUE 'Y'.
005600         88  KEEP-THIS-RECORD    VALUE 'N'.
005610     05  CUST-FILE-SW        PIC X    VALUE 'N'.
005620         88  CUST-FILE-IS-OPEN   VALUE 'Y'.
005630         88  CUST-FILE-NOT-OPEN  VALUE 'N'.
005640     05  LIST-FILE-SW        PIC X    VALUE 'N'.
005650         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
005660         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
005670     05  RGO-FILE-SW         PIC X    VALUE 'N'.
005680         88  RGO-FILE-IS-OPEN    VALUE 'Y'.
005690         88  RGO-FILE-NOT-OPEN   VALUE 'N'.
005700     05  CARRIED-HDG-SW      PIC X    VALUE 'N'.
005710         88  CARRIED-HDG-DONE    VALUE 'Y'.
005720* WHAT ONE DOCUMENT'S EXCEPTIONS HAVE IN COMMON.
005730 01  GROUP-SWITCHES.
005740     05  GRP-WRITEOFF-SW     PIC X    VALUE 'N'.
005750         88  GRP-ANY-WRITEOFF    VALUE 'Y'.
005760     05  GRP-DUP-SW          PIC X    VALUE 'N'.
005770         88  GRP-ANY-DUPLICATE   VALUE 'Y'.
005780     05  GRP-CONDEMN-SW      PIC X    VALUE 'N'.
005790         88  GRP-ANY-CONDEMNED   VALUE 'Y'.
005800     05  GRP-ACCT-SW         PIC X    VALUE 'N'.
005810         88  GRP-ANY-ACCOUNT     VALUE 'Y'.
005820     05  GRP-PRIOR-SW        PIC X    VALUE 'N'.
005830         88  GRP-ANY-PRIOR       VALUE 'Y'.
005840     05  GRP-ALL-CORR-SW     PIC X    VALUE 'Y'.
005850         88  GRP-ALL-CORRECTED   VALUE 'Y'.
005860 01  GLOBAL-VARIABLES.
005870     05  APKEXRPR-PARM-STATUS    PIC 99   VALUE ZERO.
005880         88  APKEXRPR-PARM-OK    VALUE 00.
005890     05  APKEXRPR-EXCPT-STATUS   PIC 99   VALUE ZERO.
005900         88  APKEXRPR-EXCPT-OK   VALUE 00.
005910     05  APKEXRPR-EXTR-STATUS    PIC 99   VALUE ZERO.
005920         88  APKEXRPR-EXTR-OK    VALUE 00.
005930     05  APKEXRPR-CORR-STATUS    PIC 99   VALUE ZERO.
005940         88  APKEXRPR-CORR-OK    VALUE 00.
005950     05  APKEXRPR-CUST-STATUS    PIC 99   VALUE ZERO.
005960         88  APKEXRPR-CUST-OK    VALUE 00.
005970     05  APKEXRPR-RGI-STATUS     PIC 99   VALUE ZERO.
005980         88  APKEXRPR-RGI-OK     VALUE 00.
005990     05  APKEXRPR-RGO-STATUS     PIC 99   VALUE ZERO.
006000         88  APKEXRPR-RGO-OK     VALUE 00.
006010     05  APKEXRPR-MKUP-STATUS    PIC 99   VALUE ZERO.
006020         88  APKEXRPR-MKUP-OK    VALUE 00.
006030     05  APKEXRPR-LIST-STATUS    PIC 99   VALUE ZERO.
006040         88  APKEXRPR-LIST-OK    VALUE 00.
006050     SKIP1
006060 TITLE 'Initialization and Main Line'.
006070 PROCEDURE DIVISION.
006080     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
006090     ACCEPT RUN-TIME-W FROM TIME.
006100     MOVE RUN-DATE-W TO DN-DATE.
006110     PERFORM 0145-COMPUTE-DAY-NUMBER.
006120     MOVE DN-RESULT TO TODAY-DAY-NUMBER.
006130     PERFORM 0100-LOAD-PARM-CARDS.
006140     PERFORM 0110-OPEN-REPORT.
006150     IF EXRPR-RC < 12
006160      THEN
006170       PERFORM 0120-LOAD-EXCEPTIONS;
006180     END-IF.
006183     SET LEDGER-POSTING-START TO TRUE.                            !@02
006186     PERFORM 0750-POST-RUN-LEDGER.                                !@02
006190     IF EXRPR-RC < 12
006200      THEN
006210       PERFORM 0130-LOAD-CORRECTIONS;
006220       PERFORM 0140-LOAD-PRIOR-STATES;
006230       PERFORM 0150-ATTACH-CORRECTIONS;
006240       PERFORM 0200-LOCATE-EXCEPTIONS;
006250       PERFORM 0300-DECIDE-DOCUMENTS;
006260       PERFORM 0400-WRITE-MAKEUP-MEMBER;
006270     END-IF.
006280     IF EXRPR-RC < 12
006290      THEN
006300       PERFORM 0500-CLOSE-OUT-RUN;
006310       PERFORM 0600-CARRY-REGISTER;
006320       PERFORM 0650-LIST-REJECTED-CARDS;
006330     END-IF.
006340     IF RGO-FILE-IS-OPEN
006350      THEN
006360       CLOSE APKEXRPR-RGO;
006370       SET RGO-FILE-NOT-OPEN TO TRUE;
006380     END-IF.
006390     IF CUST-FILE-IS-OPEN
006400      THEN
006410       CLOSE APKEXRPR-CUST;
006420       SET CUST-FILE-NOT-OPEN TO TRUE;
006430     END-IF.
006440     PERFORM 0700-WRITE-TOTALS.
006445     SET LEDGER-POSTING-END TO TRUE.                              !@02
006450     PERFORM 0750-POST-RUN-LEDGER.
006460     DISPLAY PGMNAME, ' EXCEPTION REPAIR COMPLETE, RC ', EXRPR-RC.
006470     MOVE EXRPR-RC TO RETURN-CODE.
006480     GOBACK.
006490 SKIP3
006500 0100-LOAD-PARM-CARDS.
006510* Pick up the optional REGDAYS retention.  The card format and
006520* the comment conventions are the ones the input exit's
006530* control-card dataset already uses, so one APKPARM member can
006540* serve the whole job stream.
006550     OPEN INPUT APKEXRPR-PARM.
006560     IF APKEXRPR-PARM-OK
006570      THEN
006580       PERFORM 0105-APPLY-PARM-CARD
006590           UNTIL NOT APKEXRPR-PARM-OK;
006600       CLOSE APKEXRPR-PARM;
006610     END-IF.
006620 SKIP2
006630 0105-APPLY-PARM-CARD.
006640     READ APKEXRPR-PARM;
006650     IF APKEXRPR-PARM-OK
006660         AND PARM-CARD-TEXT NOT = SPACES
006670         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
006680      THEN
006690       MOVE SPACES TO PARM-KEYWORD;
006700       MOVE SPACES TO PARM-VALUE;
006710       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
006720           INTO PARM-KEYWORD, PARM-VALUE;
006730       EVALUATE PARM-KEYWORD
006740         WHEN 'REGDAYS'
006750           PERFORM 0106-CONVERT-PARM-NUMBER;
006760           IF PARM-NUM-OK AND PARM-NUM-VALUE > ZERO
006770               AND PARM-NUM-VALUE < 10000
006780            THEN
006790             MOVE PARM-NUM-VALUE TO REG-DAYS;
006800           END-IF
006810         WHEN OTHER
006820* The same card member drives the input exit, so keywords
006830* this step has no use for pass by without comment.
006840           CONTINUE
006850       END-EVALUATE;
006860     END-IF.
006870 SKIP2
006880 0106-CONVERT-PARM-NUMBER.
006890* Convert the left-justified digits of a control-card value
006900* into a binary-usable number, exactly as the input exit
006910* does.
006920     SET PARM-NUM-BAD TO TRUE;
006930     MOVE SPACES TO PARM-NUM-WORK;
006940     MOVE ZERO TO PARM-NUM-LEN;
006950     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
006960         INTO PARM-NUM-WORK
006970         COUNT IN PARM-NUM-LEN;
006980     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
006990      THEN
007000       MOVE ZEROES TO PARM-NUM-DIGITS;
007010       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
007020           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
007030       IF PARM-NUM-DIGITS IS NUMERIC
007040        THEN
007050         SET PARM-NUM-OK TO TRUE;
007060       END-IF;
007070     END-IF;
007080     IF PARM-NUM-BAD
007090      THEN
007100       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
007110               'CARD VALUE IGNORED: ', PARM-KEYWORD;
007120     END-IF.
007130 SKIP2
007140 0110-OPEN-REPORT.
007150     OPEN OUTPUT APKEXRPR-LIST.
007160     IF APKEXRPR-LIST-OK
007170      THEN
007180       SET LIST-FILE-IS-OPEN TO TRUE;
007190       MOVE RUN-DATE-W TO HDR-DATE;
007200       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
007210       MOVE LIST-HEADER-LINE TO APKEXRPR-LIST-RECORD;
007220       WRITE APKEXRPR-LIST-RECORD;
007230       MOVE SPACES TO APKEXRPR-LIST-RECORD;
007240       WRITE APKEXRPR-LIST-RECORD;
007250      ELSE
007260       DISPLAY PGMNAME, ' REPORT FILE NOT AVAILABLE, STATUS ',
007270               APKEXRPR-LIST-STATUS;
007280       MOVE 12 TO EXRPR-RC;
007290     END-IF.
007300 SKIP2
007310 0120-LOAD-EXCEPTIONS.
007320* Hold the run's exceptions in the order they were written.  The
007330* run is the one the first exception names; an exception for any
007340* other run does not belong in this report and is passed over.
007350     OPEN INPUT APKEXRPR-EXCPT.
007360     IF APKEXRPR-EXCPT-OK
007370      THEN
007380       PERFORM 0125-READ-EXCEPTION
007390           UNTIL EXCPT-AT-EOF;
007400       CLOSE APKEXRPR-EXCPT;
007410      ELSE
007420       DISPLAY PGMNAME, ' EXCEPTION REPORT NOT AVAILABLE, ',
007430               'STATUS ', APKEXRPR-EXCPT-STATUS;
007440       MOVE 12 TO EXRPR-RC;
007450     END-IF.
007460     IF OTHER-RUN-EXCPT-CNTR > ZERO
007470      THEN
007480       DISPLAY PGMNAME, ' WARNING - ', OTHER-RUN-EXCPT-CNTR,
007490               ' EXCEPTIONS FOR ANOTHER RUN PASSED OVER';
007500       IF EXRPR-RC < 4
007510        THEN
007520         MOVE 4 TO EXRPR-RC;
007530       END-IF;
007540     END-IF.
007550     IF LIST-FILE-IS-OPEN
007560      THEN
007570       MOVE CURR-RUN-IDENT TO LRL-RUN-IDENT;
007580       MOVE LIST-RUN-LINE TO APKEXRPR-LIST-RECORD;
007590       WRITE APKEXRPR-LIST-RECORD;
007600       MOVE SPACES TO APKEXRPR-LIST-RECORD;
007610       WRITE APKEXRPR-LIST-RECORD;
007620     END-IF.
007630 SKIP2
007640 0125-READ-EXCEPTION.
007650     READ APKEXRPR-EXCPT;
007660     IF APKEXRPR-EXCPT-OK
007670      THEN
007680       ADD 1 TO EXCPT-READ-CNTR;
007690       IF CURR-RUN-IDENT = SPACES
007700        THEN
007710         MOVE EXCPT-RUN-IDENT TO CURR-RUN-IDENT;
007720       END-IF;
007730       IF EXCPT-RUN-IDENT NOT = CURR-RUN-IDENT
007740        THEN
007750         ADD 1 TO OTHER-RUN-EXCPT-CNTR;
007760        ELSE
007770         IF EXC-COUNT < 5000
007780          THEN
007790           ADD 1 TO EXC-COUNT;
007800           PERFORM 0127-NEW-EXCEPTION-ENTRY;
007810          ELSE
007820           DISPLAY PGMNAME, ' MORE EXCEPTIONS THAN THE STEP ',
007830                   'HOLDS - NOTHING REPAIRED';
007840           MOVE 12 TO EXRPR-RC;
007850           SET EXCPT-AT-EOF TO TRUE;
007860         END-IF;
007870       END-IF;
007880      ELSE
007890       SET EXCPT-AT-EOF TO TRUE;
007900     END-IF.
007910 SKIP2
007920 0127-NEW-EXCEPTION-ENTRY.
007930     MOVE EXCPT-SEQNUM TO EXC-SEQNUM (EXC-COUNT).
007940     MOVE EXCPT-TYPE TO EXC-TYPE (EXC-COUNT).
007950     MOVE EXCPT-REASON TO EXC-REASON (EXC-COUNT).
007960     MOVE ZERO TO EXC-REC-ORD (EXC-COUNT).
007970     MOVE ZERO TO EXC-DOC-ORD (EXC-COUNT).
007980     SET EXC-NOT-LOCATED (EXC-COUNT) TO TRUE.
007990     SET EXC-NO-CORRECTION (EXC-COUNT) TO TRUE.
008000     SET EXC-NO-CARD-REJECTED (EXC-COUNT) TO TRUE.
008010     MOVE SPACES TO EXC-WRITEOFF (EXC-COUNT).
008020     MOVE SPACE TO EXC-PRIOR-STATE (EXC-COUNT).
008030     MOVE SPACES TO EXC-PRIOR-DATE (EXC-COUNT).
008040     MOVE SPACES TO EXC-PRIOR-NOTE (EXC-COUNT).
008050     SET EXC-OUTSTANDING (EXC-COUNT) TO TRUE.
008060     MOVE RUN-DATE-W TO EXC-STATE-DATE (EXC-COUNT).
008070     MOVE SPACES TO EXC-NOTE (EXC-COUNT).
008080 SKIP2
008090 0130-LOAD-CORRECTIONS.
008100* The correction cards are optional: without them nothing is
008110* repaired, and every exception not settled some other way is
008120* listed as outstanding.  The customer master, when supplied,
008130* checks new account numbers before they go into a document.
008140     OPEN INPUT APKEXRPR-CORR.
008150     IF APKEXRPR-CORR-OK
008160      THEN
008170       PERFORM 0135-READ-CORRECTION
008180           UNTIL CORR-AT-EOF;
008190       CLOSE APKEXRPR-CORR;
008200      ELSE
008210       DISPLAY PGMNAME, ' NO CORRECTION CARDS, STATUS ',
008220               APKEXRPR-CORR-STATUS;
008230     END-IF.
008240     OPEN INPUT APKEXRPR-CUST.
008250     IF APKEXRPR-CUST-OK
008260      THEN
008270       SET CUST-FILE-IS-OPEN TO TRUE;
008280      ELSE
008290       DISPLAY PGMNAME, ' CUSTOMER MASTER NOT AVAILABLE, ',
008300               'STATUS ', APKEXRPR-CUST-STATUS,
008310               ' - NEW ACCOUNTS NOT CHECKED';
008320     END-IF.
008330 SKIP2
008340 0135-READ-CORRECTION.
008350     READ APKEXRPR-CORR;
008360     IF APKEXRPR-CORR-OK
008370      THEN
008380       IF APKEXRPR-CORR-RECORD NOT = SPACES
008390           AND APKEXRPR-CORR-RECORD (1 : 1) NOT = '*'
008400        THEN
008410         ADD 1 TO CARD-READ-CNTR;
008420         IF CARD-COUNT < 2000
008430          THEN
008440           ADD 1 TO CARD-COUNT;
008450           MOVE APKEXRPR-CORR-RECORD TO CARD-IMAGE (CARD-COUNT);
008460           MOVE ZERO TO CARD-EXC-SUB (CARD-COUNT);
008470           SET CARD-ACCEPTED (CARD-COUNT) TO TRUE;
008480           MOVE SPACES TO CARD-REJECT-TEXT (CARD-COUNT);
008490          ELSE
008500           DISPLAY PGMNAME, ' WARNING - MORE CORRECTION CARDS ',
008510                   'THAN THE STEP HOLDS; CARD IGNORED: ',
008520                   APKEXRPR-CORR-RECORD;
008530           ADD 1 TO CARD-REJECT-CNTR;
008540         END-IF;
008550       END-IF;
008560      ELSE
008570       SET CORR-AT-EOF TO TRUE;
008580     END-IF.
008590 SKIP2
008600 0140-LOAD-PRIOR-STATES.
008610* The register the last run left says which of this run's
008620* exceptions were already settled, so a rerun of this step for
008630* the same run never makes a document up twice.  Without a prior
008640* register every exception starts outstanding.
008650     OPEN INPUT APKEXRPR-RGI.
008660     IF APKEXRPR-RGI-OK
008670      THEN
008680       SET RGI-NOT-AT-EOF TO TRUE;
008690       PERFORM 0142-READ-PRIOR-STATE
008700           UNTIL RGI-AT-EOF;
008710       CLOSE APKEXRPR-RGI;
008720      ELSE
008730       DISPLAY PGMNAME, ' NO PRIOR EXCEPTION REGISTER, STATUS ',
008740               APKEXRPR-RGI-STATUS;
008750     END-IF.
008760 SKIP2
008770 0142-READ-PRIOR-STATE.
008780     READ APKEXRPR-RGI;
008790     IF APKEXRPR-RGI-OK
008800      THEN
008810       MOVE APKEXRPR-RGI-RECORD TO REG-WORK;
008820       IF REG-RUN-IDENT = CURR-RUN-IDENT
008830           AND REG-ORDINAL > ZERO
008840           AND REG-ORDINAL <= EXC-COUNT
008850           AND REG-SEQNUM = EXC-SEQNUM (REG-ORDINAL)
008860        THEN
008870         MOVE REG-STATE TO EXC-PRIOR-STATE (REG-ORDINAL);
008880         MOVE REG-STATE-DATE TO EXC-PRIOR-DATE (REG-ORDINAL);
008890         MOVE REG-NOTE TO EXC-PRIOR-NOTE (REG-ORDINAL);
008900       END-IF;
008910      ELSE
008920       SET RGI-AT-EOF TO TRUE;
008930     END-IF.
008940 SKIP2
008950 0145-COMPUTE-DAY-NUMBER.
008960* Turn the YYYYMMDD date in DN-DATE into a day number, done in
008970* integer steps so every division truncates: March is counted
008980* as the first month, so the leap day falls at the end of the
008990* year and the month lengths follow the 153/5 pattern.  Only
009000* differences between two day numbers mean anything.  A
009010* malformed date gives zero.
009020     MOVE ZERO TO DN-RESULT.
009030     IF DN-DATE IS NUMERIC
009040      THEN
009050       MOVE DN-DATE-YYYY TO DN-YEAR;
009060       MOVE DN-DATE-MM TO DN-MONTH;
009070       MOVE DN-DATE-DD TO DN-DAY;
009080       IF DN-MONTH >= 1 AND DN-MONTH <= 12
009090           AND DN-DAY >= 1 AND DN-DAY <= 31
009100           AND DN-YEAR > ZERO
009110        THEN
009120         IF DN-MONTH < 3
009130          THEN
009140           ADD 12 TO DN-MONTH;
009150           SUBTRACT 1 FROM DN-YEAR;
009160         END-IF;
009170         DIVIDE DN-YEAR BY 4 GIVING DN-T1;
009180         DIVIDE DN-YEAR BY 100 GIVING DN-T2;
009190         DIVIDE DN-YEAR BY 400 GIVING DN-T3;
009200         COMPUTE DN-T4 = (153 * (DN-MONTH - 3)) + 2;
009210         DIVIDE DN-T4 BY 5 GIVING DN-T4;
009220         COMPUTE DN-RESULT = (365 * DN-YEAR) + DN-T1 - DN-T2
009230             + DN-T3 + DN-T4 + DN-DAY;
009240       END-IF;
009250     END-IF.
009260 SKIP2
009270 0150-ATTACH-CORRECTIONS.
009280* Check each card and tie it to the exception it names: the first
009290* of this run's exceptions with that sequence number.
009300     PERFORM 0155-CHECK-CARD
009310         VARYING CARD-SUB FROM 1 BY 1
009320         UNTIL CARD-SUB > CARD-COUNT.
009330 SKIP2
009340 0155-CHECK-CARD.
009350     MOVE CARD-IMAGE (CARD-SUB) TO CORR-CARD.
009360     MOVE SPACES TO REJECT-TEXT.
009370     MOVE ZERO TO EXC-SUB.
009380     EVALUATE TRUE
009390       WHEN CORR-SEQNUM-X IS NOT NUMERIC
009400         MOVE 'SEQUENCE NUMBER NOT NUMERIC' TO REJECT-TEXT
009410       WHEN NOT CORR-ACTION-VALID
009420         MOVE 'ACTION IS NOT T, A, R, X OR W' TO REJECT-TEXT
009430       WHEN CORR-RUN-IDENT NOT = SPACES
009440           AND CORR-RUN-IDENT NOT = CURR-RUN-IDENT
009450         IF CORR-WRITE-OFF
009460          THEN
009470           SET CARD-FOR-REGISTER (CARD-SUB) TO TRUE;
009480          ELSE
009490           MOVE 'ONLY W FOR AN EARLIER RUN' TO REJECT-TEXT;
009500         END-IF
009510       WHEN OTHER
009520         PERFORM 0157-FIND-CARD-EXCEPTION
009530     END-EVALUATE.
009540     IF REJECT-TEXT = SPACES AND EXC-SUB > ZERO
009550      THEN
009560       PERFORM 0160-CHECK-CARD-OPERAND;
009570     END-IF.
009580     IF REJECT-TEXT NOT = SPACES
009590      THEN
009600       SET CARD-REJECTED (CARD-SUB) TO TRUE;
009610       MOVE REJECT-TEXT TO CARD-REJECT-TEXT (CARD-SUB);
009620       ADD 1 TO CARD-REJECT-CNTR;
009630       IF EXC-SUB > ZERO
009640        THEN
009650         SET EXC-CARD-REJECTED (EXC-SUB) TO TRUE;
009660       END-IF;
009670      ELSE
009680       IF EXC-SUB > ZERO
009690        THEN
009700         MOVE EXC-SUB TO CARD-EXC-SUB (CARD-SUB);
009710         IF CORR-WRITE-OFF
009720          THEN
009730           MOVE CORR-OPERAND (1 : 24) TO EXC-WRITEOFF (EXC-SUB);
009740           IF EXC-WRITEOFF (EXC-SUB) = SPACES
009750            THEN
009760             MOVE 'WRITTEN OFF BY CARD' TO EXC-WRITEOFF (EXC-SUB);
009770           END-IF;
009780          ELSE
009790           SET EXC-HAS-CORRECTION (EXC-SUB) TO TRUE;
009800         END-IF;
009810       END-IF;
009820     END-IF.
009830 SKIP2
009840 0157-FIND-CARD-EXCEPTION.
009850     PERFORM 0158-TEST-CARD-EXCEPTION
009860         VARYING EXC-PTR FROM 1 BY 1
009870         UNTIL EXC-PTR > EXC-COUNT
009880            OR EXC-SUB > ZERO.
009890     IF EXC-SUB = ZERO
009900      THEN
009910       MOVE 'NO SUCH EXCEPTION IN THE RUN' TO REJECT-TEXT;
009920      ELSE
009930       IF EXC-PRIOR-SETTLED (EXC-SUB)
009940        THEN
009950         MOVE 'EXCEPTION ALREADY CLOSED OUT' TO REJECT-TEXT;
009960       END-IF;
009970     END-IF.
009980 SKIP2
009990 0158-TEST-CARD-EXCEPTION.
010000     IF EXC-SEQNUM (EXC-PTR) = CORR-SEQNUM
010010      THEN
010020       MOVE EXC-PTR TO EXC-SUB;
010030     END-IF.
010040 SKIP2
010050 0160-CHECK-CARD-OPERAND.
010060* A new type code may not open or close a document -- that
010070* would change where the documents around it begin and end.  An
010080* HDR cannot be dropped: the document would have no HDR left.
010090     EVALUATE TRUE
010100       WHEN CORR-NEW-TYPE
010110         IF CORR-OPERAND (1 : 3) = SPACES
010120             OR CORR-OPERAND (1 : 3) = 'HDR'
010130             OR CORR-OPERAND (1 : 3) = 'TRL'
010140          THEN
010150           MOVE 'TYPE MAY NOT BE BLANK/HDR/TRL' TO REJECT-TEXT;
010160         END-IF
010170       WHEN CORR-NEW-ACCOUNT
010180         IF CORR-OPERAND (1 : 10) = SPACES
010190          THEN
010200           MOVE 'NEW ACCOUNT NUMBER IS BLANK' TO REJECT-TEXT;
010210          ELSE
010220           IF CUST-FILE-IS-OPEN
010230            THEN
010240             MOVE CORR-OPERAND (1 : 10) TO CUST-ACCT-NUMBER;
010250             READ APKEXRPR-CUST
010260              INVALID KEY
010270               MOVE 'NEW ACCOUNT NOT ON CUSTMAST' TO REJECT-TEXT
010280             END-READ;
010290           END-IF;
010300         END-IF
010310       WHEN CORR-REPLACE-BYTES
010320         IF CORR-PATCH-START-N IS NOT NUMERIC
010330             OR CORR-PATCH-LEN-N IS NOT NUMERIC
010340          THEN
010350           MOVE 'FIRST BYTE/LENGTH NOT NUMERIC' TO REJECT-TEXT;
010360          ELSE
010370           IF CORR-PATCH-START-N = ZERO
010380               OR CORR-PATCH-LEN-N = ZERO
010390               OR CORR-PATCH-LEN-N > 38
010400               OR CORR-PATCH-START-N + CORR-PATCH-LEN-N > 32744
010410            THEN
010420             MOVE 'FIRST BYTE/LENGTH OUT OF RANGE' TO REJECT-TEXT;
010430           END-IF;
010440         END-IF
010450       WHEN CORR-DROP-RECORD
010460         IF EXC-TYPE (EXC-SUB) = 'HDR'
010470          THEN
010480           MOVE 'AN HDR CANNOT BE DROPPED' TO REJECT-TEXT;
010490         END-IF
010500       WHEN OTHER
010510         CONTINUE
010520     END-EVALUATE.
010530 SKIP2
010540 0200-LOCATE-EXCEPTIONS.
010550* Find each exception's record again in the extract: the next
010560* record, after the one the previous exception was found at,
010570* with the exception's sequence number and type code.  The input
010580* exit wrote its exceptions in the order it read the records, so
010590* the search only ever moves forward.  An exception the extract
010600* runs out before finding is marked not found and the search
010610* resumes for the next one where the last one was found -- at
010620* most ten times, after which the extract is taken to be the
010630* wrong one and the rest are marked not found too.
010640     IF EXC-COUNT > ZERO
010650      THEN
010660       MOVE 1 TO EXC-PTR;
010670       MOVE ZERO TO LAST-MATCH-ORD;
010680       MOVE ZERO TO LOCATE-RETRY-CNTR;
010690       PERFORM 0210-LOCATE-PASS
010700           UNTIL EXC-PTR > EXC-COUNT
010710              OR EXTR-UNAVAILABLE;
010720     END-IF.
010730 SKIP2
010740 0210-LOCATE-PASS.
010750     OPEN INPUT APKEXRPR-EXTR.
010760     IF APKEXRPR-EXTR-OK
010770      THEN
010780       MOVE ZERO TO REC-ORD;
010790       MOVE ZERO TO DOC-ORD;
010800       SET NOT-IN-DOCUMENT TO TRUE;
010810       SET EXTR-NOT-AT-EOF TO TRUE;
010820       PERFORM 0215-LOCATE-RECORD
010830           UNTIL EXTR-AT-EOF
010840              OR EXC-PTR > EXC-COUNT;
010850       CLOSE APKEXRPR-EXTR;
010860       IF EXC-PTR <= EXC-COUNT
010870        THEN
010880         ADD 1 TO LOCATE-RETRY-CNTR;
010890         IF LOCATE-RETRY-CNTR > 10
010900          THEN
010910           MOVE EXC-COUNT TO EXC-PTR;
010920           ADD 1 TO EXC-PTR;
010930          ELSE
010940           ADD 1 TO EXC-PTR;
010950         END-IF;
010960       END-IF;
010970      ELSE
010980       DISPLAY PGMNAME, ' RETAINED EXTRACT NOT AVAILABLE, ',
010990               'STATUS ', APKEXRPR-EXTR-STATUS;
011000       SET EXTR-UNAVAILABLE TO TRUE;
011010       MOVE 12 TO EXRPR-RC;
011020     END-IF.
011030 SKIP2
011040 0215-LOCATE-RECORD.
011050* Documents are counted the way the input exit counts them: an
011060* HDR opens one, a TRL closes it, and a document without its TRL
011070* ends where the next HDR begins.
011080     READ APKEXRPR-EXTR;
011090     IF APKEXRPR-EXTR-OK
011100      THEN
011110       ADD 1 TO REC-ORD;
011120       IF EXTR-TYPE-IS-HDR
011130        THEN
011140         ADD 1 TO DOC-ORD;
011150         SET IN-DOCUMENT TO TRUE;
011160       END-IF;
011170       MOVE EXTR-IN-SEQNUM TO EXTR-SEQ-W;
011180       IF REC-ORD > LAST-MATCH-ORD
011190           AND EXTR-SEQ-W = EXC-SEQNUM (EXC-PTR)
011200           AND EXTR-IN-TYPE = EXC-TYPE (EXC-PTR)
011210        THEN
011220         SET EXC-WAS-LOCATED (EXC-PTR) TO TRUE;
011230         MOVE REC-ORD TO EXC-REC-ORD (EXC-PTR);
011240         IF IN-DOCUMENT
011250          THEN
011260           MOVE DOC-ORD TO EXC-DOC-ORD (EXC-PTR);
011270         END-IF;
011280         MOVE REC-ORD TO LAST-MATCH-ORD;
011290         ADD 1 TO EXC-PTR;
011300       END-IF;
011310       IF EXTR-TYPE-IS-TRL
011320        THEN
011330         SET NOT-IN-DOCUMENT TO TRUE;
011340       END-IF;
011350      ELSE
011360       SET EXTR-AT-EOF TO TRUE;
011370     END-IF.
011380 SKIP2
011390 0300-DECIDE-DOCUMENTS.
011400* Close out the exceptions a document at a time -- the run of
011410* exceptions found in the same document.  Exceptions outside any
011420* document, and those not found, stand alone.
011430     MOVE 1 TO GRP-FIRST.
011440     PERFORM 0310-DECIDE-GROUP
011450         UNTIL GRP-FIRST > EXC-COUNT.
011460 SKIP2
011470 0310-DECIDE-GROUP.
011480     MOVE GRP-FIRST TO GRP-LAST.
011490     IF EXC-DOC-ORD (GRP-FIRST) > ZERO
011500      THEN
011510       PERFORM 0312-EXTEND-GROUP
011520           UNTIL GRP-LAST >= EXC-COUNT
011530              OR EXC-DOC-ORD (GRP-LAST + 1)
011540                 NOT = EXC-DOC-ORD (GRP-FIRST);
011550     END-IF.
011560     MOVE 'N' TO GRP-WRITEOFF-SW, GRP-DUP-SW, GRP-CONDEMN-SW,
011570                 GRP-ACCT-SW, GRP-PRIOR-SW.
011580     MOVE 'Y' TO GRP-ALL-CORR-SW.
011590     MOVE SPACES TO GRP-NEW-ACCT.
011600     PERFORM 0320-SURVEY-EXCEPTION
011610         VARYING EXC-SUB FROM GRP-FIRST BY 1
011620         UNTIL EXC-SUB > GRP-LAST.
011630     IF EXC-DOC-ORD (GRP-FIRST) > ZERO
011640         AND NOT GRP-ANY-PRIOR
011650         AND NOT GRP-ANY-WRITEOFF
011660         AND NOT GRP-ANY-DUPLICATE
011670         AND NOT GRP-ANY-CONDEMNED
011680         AND GRP-ALL-CORRECTED
011690      THEN
011700       PERFORM 0330-ADD-MAKEUP-DOCUMENT;
011710     END-IF.
011720     PERFORM 0340-CLOSE-OUT-EXCEPTION
011730         VARYING EXC-SUB FROM GRP-FIRST BY 1
011740         UNTIL EXC-SUB > GRP-LAST.
011750     COMPUTE GRP-FIRST = GRP-LAST + 1.
011760 SKIP2
011770 0312-EXTEND-GROUP.
011780     ADD 1 TO GRP-LAST.
011790 SKIP2
011800 0320-SURVEY-EXCEPTION.
011810     IF EXC-PRIOR-SETTLED (EXC-SUB)
011820      THEN
011830       SET GRP-ANY-PRIOR TO TRUE;
011840     END-IF.
011850     IF EXC-WRITEOFF (EXC-SUB) NOT = SPACES
011860      THEN
011870       SET GRP-ANY-WRITEOFF TO TRUE;
011880     END-IF.
011890     IF EXC-REASON (EXC-SUB) (1 : 8) = 'DUP DOC '
011900      THEN
011910       SET GRP-ANY-DUPLICATE TO TRUE;
011920     END-IF.
011930     IF EXC-REASON (EXC-SUB) = 'MEMBER ENDED IN MID-DOCUMENT'
011940         OR 'NO TRL CONTROL COUNT IN MEMBER'
011950         OR 'TRL CONTROL COUNT MISMATCH'
011960      THEN
011970       SET GRP-ANY-CONDEMNED TO TRUE;
011980     END-IF.
011990     IF EXC-REASON (EXC-SUB) = 'ACCOUNT NOT ON CUSTOMER MASTER'
012000      THEN
012010       SET GRP-ANY-ACCOUNT TO TRUE;
012020     END-IF.
012030     IF EXC-NO-CORRECTION (EXC-SUB)
012040      THEN
012050       MOVE 'N' TO GRP-ALL-CORR-SW;
012060     END-IF.
012070 SKIP2
012080 0330-ADD-MAKEUP-DOCUMENT.
012090* A document whose exceptions are all corrected is made up.  The
012100* new account number, if a card gives one, goes on its HDR.
012110     IF MKUP-COUNT = ZERO
012120         OR MKUP-DOC-ORD (MKUP-COUNT)
012130            NOT = EXC-DOC-ORD (GRP-FIRST)
012140      THEN
012150       ADD 1 TO MKUP-COUNT;
012160       MOVE EXC-DOC-ORD (GRP-FIRST) TO MKUP-DOC-ORD (MKUP-COUNT);
012170       MOVE SPACES TO MKUP-NEW-ACCT (MKUP-COUNT);
012180     END-IF.
012190     PERFORM 0335-TAKE-NEW-ACCOUNT
012200         VARYING CARD-SUB FROM 1 BY 1
012210         UNTIL CARD-SUB > CARD-COUNT.
012220 SKIP2
012230 0335-TAKE-NEW-ACCOUNT.
012240     IF CARD-ACCEPTED (CARD-SUB)
012250         AND CARD-EXC-SUB (CARD-SUB) >= GRP-FIRST
012260         AND CARD-EXC-SUB (CARD-SUB) <= GRP-LAST
012270         AND CARD-IMAGE (CARD-SUB) (33 : 1) = 'A'
012280      THEN
012290       MOVE CARD-IMAGE (CARD-SUB) (35 : 10)
012300           TO MKUP-NEW-ACCT (MKUP-COUNT);
012310     END-IF.
012320 SKIP2
012330 0340-CLOSE-OUT-EXCEPTION.
012340* Settle one exception.  What the register already settled stays
012350* settled.  Otherwise the order of precedence is: not found, a
012360* write-off, a condition that writes the document off on its
012370* own, a made-up document, and last, outstanding.
012380     EVALUATE TRUE
012390       WHEN EXC-PRIOR-SETTLED (EXC-SUB)
012400         MOVE EXC-PRIOR-STATE (EXC-SUB) TO EXC-STATE (EXC-SUB)
012410         MOVE EXC-PRIOR-DATE (EXC-SUB) TO EXC-STATE-DATE (EXC-SUB)
012420         MOVE EXC-PRIOR-NOTE (EXC-SUB) TO EXC-NOTE (EXC-SUB)
012430       WHEN EXC-NOT-LOCATED (EXC-SUB)
012440         IF EXTR-UNAVAILABLE
012450          THEN
012460           MOVE 'EXTRACT NOT AVAILABLE' TO EXC-NOTE (EXC-SUB);
012470          ELSE
012480           MOVE 'NOT FOUND IN EXTRACT' TO EXC-NOTE (EXC-SUB);
012490           ADD 1 TO NOT-FOUND-CNTR;
012500         END-IF
012510       WHEN EXC-WRITEOFF (EXC-SUB) NOT = SPACES
012520         SET EXC-WRITTEN-OFF (EXC-SUB) TO TRUE
012530         MOVE EXC-WRITEOFF (EXC-SUB) TO EXC-NOTE (EXC-SUB)
012540       WHEN GRP-ANY-WRITEOFF
012550         SET EXC-WRITTEN-OFF (EXC-SUB) TO TRUE
012560         MOVE 'DOCUMENT WRITTEN OFF' TO EXC-NOTE (EXC-SUB)
012570       WHEN GRP-ANY-DUPLICATE
012580         SET EXC-WRITTEN-OFF (EXC-SUB) TO TRUE
012590         MOVE 'DUPLICATE DOCUMENT' TO EXC-NOTE (EXC-SUB)
012600       WHEN GRP-ANY-CONDEMNED
012610         SET EXC-WRITTEN-OFF (EXC-SUB) TO TRUE
012620         MOVE 'MEMBER CONDEMNED - RERUN' TO EXC-NOTE (EXC-SUB)
012630       WHEN EXC-DOC-ORD (EXC-SUB) = ZERO
012640         SET EXC-WRITTEN-OFF (EXC-SUB) TO TRUE
012650         MOVE 'NOT IN ANY DOCUMENT' TO EXC-NOTE (EXC-SUB)
012660       WHEN GRP-ANY-PRIOR
012670         MOVE 'DOCUMENT ALREADY SETTLED' TO EXC-NOTE (EXC-SUB)
012680       WHEN GRP-ALL-CORRECTED
012690         SET EXC-REPAIRED (EXC-SUB) TO TRUE
012700         IF GRP-ANY-ACCOUNT
012710          THEN
012720           MOVE 'MADE UP' TO EXC-NOTE (EXC-SUB)
012730          ELSE
012740           MOVE 'MADE UP, PULL NIGHT COPY' TO EXC-NOTE (EXC-SUB)
012750         END-IF
012760       WHEN EXC-HAS-CORRECTION (EXC-SUB)
012770         MOVE 'OTHER EXCEPTION IN DOC' TO EXC-NOTE (EXC-SUB)
012780       WHEN EXC-CARD-REJECTED (EXC-SUB)
012790         MOVE 'CORRECTION REJECTED' TO EXC-NOTE (EXC-SUB)
012800       WHEN OTHER
012810         MOVE 'NO CORRECTION' TO EXC-NOTE (EXC-SUB)
012820     END-EVALUATE.
012830 SKIP2
012840 0400-WRITE-MAKEUP-MEMBER.
012850* Read the extract once more and copy out the documents to make
012860* up, correcting them on the way.  The member is opened even
012870* when nothing is made up, so it is always this run's and never
012880* a stale one.
012890     OPEN OUTPUT APKEXRPR-MKUP.
012900     IF NOT APKEXRPR-MKUP-OK
012910      THEN
012920       DISPLAY PGMNAME, ' MAKE-UP MEMBER NOT AVAILABLE, ',
012930               'STATUS ', APKEXRPR-MKUP-STATUS;
012940       MOVE 12 TO EXRPR-RC;
012950     END-IF.
012960     IF EXRPR-RC < 12 AND MKUP-COUNT > ZERO
012970      THEN
012980       OPEN INPUT APKEXRPR-EXTR;
012990       IF APKEXRPR-EXTR-OK
013000        THEN
013010         MOVE ZERO TO REC-ORD;
013020         MOVE ZERO TO DOC-ORD;
013030         MOVE 1 TO MK-PTR;
013040         MOVE 1 TO EXC-WALK;
013050         MOVE ZERO TO NEXT-SEQNUM;
013060         SET NOT-COPYING TO TRUE;
013070         SET EXTR-NOT-AT-EOF TO TRUE;
013080         PERFORM 0410-COPY-EXTRACT-RECORD
013090             UNTIL EXTR-AT-EOF
013100                OR (MK-PTR > MKUP-COUNT AND NOT-COPYING);
013110         CLOSE APKEXRPR-EXTR;
013120         IF RECS-WRITTEN-CNTR > ZERO
013130          THEN
013140           PERFORM 0450-APPEND-CONTROL-TRL;
013150         END-IF;
013160        ELSE
013170         DISPLAY PGMNAME, ' MAKE-UP PASS CANNOT READ THE ',
013180                 'EXTRACT, STATUS ', APKEXRPR-EXTR-STATUS;
013190         MOVE 12 TO EXRPR-RC;
013200       END-IF;
013210     END-IF.
013220     IF APKEXRPR-MKUP-STATUS NOT = 35
013230      THEN
013240       CLOSE APKEXRPR-MKUP;
013250     END-IF.
013260 SKIP2
013270 0410-COPY-EXTRACT-RECORD.
013280* An HDR ends whatever document was being copied, and starts a
013290* copy when its position is the next one to make up.
013300     READ APKEXRPR-EXTR;
013310     IF APKEXRPR-EXTR-OK
013320      THEN
013330       ADD 1 TO REC-ORD;
013340       IF EXTR-TYPE-IS-HDR
013350        THEN
013360         ADD 1 TO DOC-ORD;
013370         SET NOT-COPYING TO TRUE;
013380         IF MK-PTR <= MKUP-COUNT
013390             AND MKUP-DOC-ORD (MK-PTR) = DOC-ORD
013400          THEN
013410           SET COPYING-DOCUMENT TO TRUE;
013420           PERFORM 0420-PREPARE-HDR;
013430           ADD 1 TO MK-PTR;
013440         END-IF;
013450       END-IF;
013460       IF COPYING-DOCUMENT
013470        THEN
013480         IF EXTR-TYPE-IS-TRL
013490          THEN
013500           SET NOT-COPYING TO TRUE;
013510         END-IF;
013520         SET KEEP-THIS-RECORD TO TRUE;
013530         PERFORM 0412-SKIP-PAST-EXCEPTION
013540             UNTIL EXC-WALK > EXC-COUNT
013550                OR EXC-REC-ORD (EXC-WALK) >= REC-ORD;
013560         IF EXC-WALK <= EXC-COUNT
013570             AND EXC-REC-ORD (EXC-WALK) = REC-ORD
013580          THEN
013590           PERFORM 0430-APPLY-CORRECTION
013600               VARYING CARD-SUB FROM 1 BY 1
013610               UNTIL CARD-SUB > CARD-COUNT;
013620         END-IF;
013630         IF KEEP-THIS-RECORD
013640          THEN
013650           PERFORM 0440-WRITE-MAKEUP-RECORD;
013660         END-IF;
013670       END-IF;
013680      ELSE
013690       SET EXTR-AT-EOF TO TRUE;
013700     END-IF.
013710 SKIP2
013720 0412-SKIP-PAST-EXCEPTION.
013730     ADD 1 TO EXC-WALK.
013740 SKIP2
013750 0420-PREPARE-HDR.
013760* The envelope the presort gave the document last time no longer
013770* means anything, so bytes 27-35 are cleared; a new account
013780* number goes in bytes 1-10, lengthening a HDR too short to
013790* carry it.
013800     IF EXTR-IN-RECLEN >= 35
013810      THEN
013820       MOVE SPACES TO EXTR-IN-DATA (27 : 9);
013830     END-IF.
013840     IF MKUP-NEW-ACCT (MK-PTR) NOT = SPACES
013850      THEN
013860       IF EXTR-IN-RECLEN < 10
013870        THEN
013880         MOVE 1 TO PATCH-START;
013890         MOVE 10 TO PATCH-LEN;
013900         PERFORM 0435-LENGTHEN-RECORD;
013910       END-IF;
013920       MOVE MKUP-NEW-ACCT (MK-PTR) TO EXTR-IN-DATA (1 : 10);
013930     END-IF.
013940 SKIP2
013950 0430-APPLY-CORRECTION.
013960* Apply, in card order, each accepted card for the exception at
013970* this record.  A new account was already put on the HDR.
013980     IF CARD-ACCEPTED (CARD-SUB)
013990         AND CARD-EXC-SUB (CARD-SUB) = EXC-WALK
014000      THEN
014010       MOVE CARD-IMAGE (CARD-SUB) TO CORR-CARD;
014020       EVALUATE TRUE
014030         WHEN CORR-NEW-TYPE
014040           MOVE CORR-OPERAND (1 : 3) TO EXTR-IN-TYPE
014050         WHEN CORR-REPLACE-BYTES
014060           MOVE CORR-PATCH-START-N TO PATCH-START;
014070           MOVE CORR-PATCH-LEN-N TO PATCH-LEN;
014080           IF PATCH-START + PATCH-LEN - 1 > EXTR-IN-RECLEN
014090            THEN
014100             PERFORM 0435-LENGTHEN-RECORD;
014110           END-IF;
014120           MOVE CORR-PATCH-TEXT (1 : PATCH-LEN)
014130               TO EXTR-IN-DATA (PATCH-START : PATCH-LEN)
014140         WHEN CORR-DROP-RECORD
014150           SET DROP-THIS-RECORD TO TRUE
014160         WHEN OTHER
014170           CONTINUE
014180       END-EVALUATE;
014190     END-IF.
014200 SKIP2
014210 0435-LENGTHEN-RECORD.
014220* Lengthen the record so its data runs to the end of the bytes
014230* being replaced, the new bytes blank until they are filled.
014240     MOVE EXTR-IN-RECLEN TO OLD-RECLEN.
014250     COMPUTE PATCH-END = PATCH-START + PATCH-LEN - 1.
014260     MOVE PATCH-END TO EXTR-IN-RECLEN.
014270     MOVE SPACES TO EXTR-IN-DATA (OLD-RECLEN + 1 :
014280                                  PATCH-END - OLD-RECLEN).
014290     COMPUTE EXTR-IN-LENGTH = PATCH-END + 9.
014300 SKIP2
014310 0440-WRITE-MAKEUP-RECORD.
014320* Copy the record under the next introducer sequence number,
014330* wrapping from 9999 back to 0 the way the upstream numbering
014340* does.
014350     MOVE EXTR-IN-LENGTH TO MKUP-OUT-LENGTH.
014360     MOVE APKEXRPR-EXTR-RECORD (1 : EXTR-IN-LENGTH)
014370         TO APKEXRPR-MKUP-RECORD (1 : MKUP-OUT-LENGTH).
014380     MOVE NEXT-SEQNUM TO MKUP-OUT-SEQNUM.
014390     ADD 1 TO NEXT-SEQNUM.
014400     IF NEXT-SEQNUM > 9999
014410      THEN
014420       MOVE ZERO TO NEXT-SEQNUM;
014430     END-IF.
014440     WRITE APKEXRPR-MKUP-RECORD.
014450     ADD 1 TO RECS-WRITTEN-CNTR.
014460 SKIP2
014470 0450-APPEND-CONTROL-TRL.
014480* Close the member out the way the presort does: one control
014490* TRL carrying the member's record count, itself included,
014500* under the next sequence number.
014510     ADD 1 TO RECS-WRITTEN-CNTR.
014520     MOVE 8 TO SYNTH-TRL-RECLEN.
014530     MOVE NEXT-SEQNUM TO SYNTH-TRL-SEQNUM.
014540     MOVE RECS-WRITTEN-CNTR TO SYNTH-TRL-COUNT.
014550     MOVE 17 TO MKUP-OUT-LENGTH.
014560     MOVE SYNTH-TRL-RECORD
014570         TO APKEXRPR-MKUP-RECORD (1 : 17).
014580     WRITE APKEXRPR-MKUP-RECORD.
014590 SKIP2
014600 0500-CLOSE-OUT-RUN.
014610* List every one of the run's exceptions as it now stands, and
014620* write each to the new register.
014630     OPEN OUTPUT APKEXRPR-RGO.
014640     IF APKEXRPR-RGO-OK
014650      THEN
014660       SET RGO-FILE-IS-OPEN TO TRUE;
014670      ELSE
014680       DISPLAY PGMNAME, ' NEW EXCEPTION REGISTER NOT AVAILABLE, ',
014690               'STATUS ', APKEXRPR-RGO-STATUS;
014700       MOVE 12 TO EXRPR-RC;
014710     END-IF.
014720     IF LIST-FILE-IS-OPEN
014730      THEN
014740       MOVE LIST-COLUMN-LINE TO APKEXRPR-LIST-RECORD;
014750       WRITE APKEXRPR-LIST-RECORD;
014760     END-IF.
014770     PERFORM 0510-CLOSE-OUT-EXCEPTION
014780         VARYING EXC-SUB FROM 1 BY 1
014790         UNTIL EXC-SUB > EXC-COUNT.
014800 SKIP2
014810 0510-CLOSE-OUT-EXCEPTION.
014820     EVALUATE TRUE
014830       WHEN EXC-REPAIRED (EXC-SUB)
014840         ADD 1 TO REPAIRED-CNTR
014850       WHEN EXC-WRITTEN-OFF (EXC-SUB)
014860         ADD 1 TO WRITTEN-OFF-CNTR
014870       WHEN OTHER
014880         ADD 1 TO OUTSTANDING-CNTR
014890     END-EVALUATE.
014900     IF LIST-FILE-IS-OPEN
014910      THEN
014920       MOVE SPACES TO LIST-DETAIL-LINE;
014930       MOVE EXC-SEQNUM (EXC-SUB) TO LDL-SEQNUM;
014940       MOVE EXC-TYPE (EXC-SUB) TO LDL-TYPE;
014950       MOVE EXC-REASON (EXC-SUB) TO LDL-REASON;
014960       PERFORM 0520-STATE-TEXT;
014970       MOVE NOTE-TEXT TO LDL-NOTE;
014980       MOVE LIST-DETAIL-LINE TO APKEXRPR-LIST-RECORD;
014990       WRITE APKEXRPR-LIST-RECORD;
015000     END-IF.
015010     IF RGO-FILE-IS-OPEN
015020      THEN
015030       MOVE SPACES TO REG-WORK;
015040       MOVE CURR-RUN-IDENT TO REG-RUN-IDENT;
015050       MOVE EXC-SUB TO REG-ORDINAL;
015060       MOVE EXC-SEQNUM (EXC-SUB) TO REG-SEQNUM;
015070       MOVE EXC-TYPE (EXC-SUB) TO REG-TYPE;
015080       MOVE EXC-STATE (EXC-SUB) TO REG-STATE;
015090       MOVE EXC-STATE-DATE (EXC-SUB) TO REG-STATE-DATE;
015100       MOVE EXC-REASON (EXC-SUB) TO REG-REASON;
015110       MOVE EXC-NOTE (EXC-SUB) TO REG-NOTE;
015120       PERFORM 0590-WRITE-REGISTER;
015130     END-IF.
015140 SKIP2
015150 0520-STATE-TEXT.
015160* The state as the report spells it, and the note -- for an
015170* exception settled on an earlier day, with the day it was.
015180     MOVE EXC-NOTE (EXC-SUB) TO NOTE-TEXT.
015190     EVALUATE TRUE
015200       WHEN EXC-REPAIRED (EXC-SUB)
015210         MOVE 'REPAIRED' TO LDL-STATE
015220       WHEN EXC-WRITTEN-OFF (EXC-SUB)
015230         MOVE 'WRITTEN OFF' TO LDL-STATE
015240       WHEN OTHER
015250         MOVE 'OUTSTANDING' TO LDL-STATE
015260     END-EVALUATE.
015270     IF EXC-PRIOR-SETTLED (EXC-SUB)
015280      THEN
015290       MOVE SPACES TO NOTE-TEXT;
015300       STRING 'CLOSED ' EXC-STATE-DATE (EXC-SUB) ' '
015310              EXC-NOTE (EXC-SUB)
015320           DELIMITED BY SIZE INTO NOTE-TEXT;
015330     END-IF.
015340 SKIP2
015350 0590-WRITE-REGISTER.
015360     MOVE REG-WORK TO APKEXRPR-RGO-RECORD.
015370     WRITE APKEXRPR-RGO-RECORD.
015380     ADD 1 TO REG-WRITTEN-CNTR.
015390 SKIP2
015400 0600-CARRY-REGISTER.
015410* Carry every other run's exceptions forward.  An outstanding one
015420* is listed again -- it stays in view until it is settled -- and
015430* is written off here when a W card names it.  One already
015440* settled is carried quietly, and dropped once it has been
015450* settled longer than the REGDAYS retention.
015460     OPEN INPUT APKEXRPR-RGI.
015470     IF APKEXRPR-RGI-OK
015480      THEN
015490       SET RGI-NOT-AT-EOF TO TRUE;
015500       PERFORM 0610-CARRY-REGISTER-ENTRY
015510           UNTIL RGI-AT-EOF;
015520       CLOSE APKEXRPR-RGI;
015530     END-IF.
015540 SKIP2
015550 0610-CARRY-REGISTER-ENTRY.
015560     READ APKEXRPR-RGI;
015570     IF APKEXRPR-RGI-OK
015580      THEN
015590       MOVE APKEXRPR-RGI-RECORD TO REG-WORK;
015600       IF REG-RUN-IDENT NOT = CURR-RUN-IDENT
015610        THEN
015620         IF REG-OUTSTANDING
015630          THEN
015640           PERFORM 0620-CARRY-OUTSTANDING;
015650          ELSE
015660           PERFORM 0630-CARRY-SETTLED;
015670         END-IF;
015680       END-IF;
015690      ELSE
015700       SET RGI-AT-EOF TO TRUE;
015710     END-IF.
015720 SKIP2
015730 0620-CARRY-OUTSTANDING.
015740     PERFORM 0625-MATCH-REGISTER-CARD
015750         VARYING CARD-SUB FROM 1 BY 1
015760         UNTIL CARD-SUB > CARD-COUNT.
015770     IF REG-OUTSTANDING
015780      THEN
015790       ADD 1 TO CARRIED-OUT-CNTR;
015800       MOVE 'OUTSTANDING' TO LCL-STATE;
015810      ELSE
015820       ADD 1 TO CARRIED-WO-CNTR;
015830       MOVE 'WRITTEN OFF' TO LCL-STATE;
015840     END-IF.
015850     IF LIST-FILE-IS-OPEN
015860      THEN
015870       IF NOT CARRIED-HDG-DONE
015880        THEN
015890         MOVE SPACES TO APKEXRPR-LIST-RECORD;
015900         WRITE APKEXRPR-LIST-RECORD;
015910         MOVE 'OUTSTANDING FROM EARLIER RUNS'
015920             TO APKEXRPR-LIST-RECORD;
015930         WRITE APKEXRPR-LIST-RECORD;
015940         SET CARRIED-HDG-DONE TO TRUE;
015950       END-IF;
015960       MOVE REG-RUN-IDENT TO LCL-RUN-IDENT;
015970       MOVE REG-SEQNUM TO LCL-SEQNUM;
015980       MOVE REG-TYPE TO LCL-TYPE;
015990       MOVE REG-REASON TO LCL-REASON;
016000       MOVE REG-RUN-IDENT (1 : 8) TO DN-DATE;
016010       PERFORM 0145-COMPUTE-DAY-NUMBER;
016020       MOVE ZERO TO LCL-AGE;
016030       IF DN-RESULT > ZERO AND DN-RESULT <= TODAY-DAY-NUMBER
016040        THEN
016050         COMPUTE ITEM-AGE-DAYS = TODAY-DAY-NUMBER - DN-RESULT;
016060         MOVE ITEM-AGE-DAYS TO LCL-AGE;
016070       END-IF;
016080       MOVE LIST-CARRIED-LINE TO APKEXRPR-LIST-RECORD;
016090       WRITE APKEXRPR-LIST-RECORD;
016100     END-IF.
016110     IF RGO-FILE-IS-OPEN
016120      THEN
016130       PERFORM 0590-WRITE-REGISTER;
016140     END-IF.
016150 SKIP2
016160 0625-MATCH-REGISTER-CARD.
016170* A W card naming this run and sequence number writes the
016180* exception off -- the first such outstanding exception only.
016190     IF CARD-FOR-REGISTER (CARD-SUB) AND REG-OUTSTANDING
016200      THEN
016210       MOVE CARD-IMAGE (CARD-SUB) TO CORR-CARD;
016220       IF CORR-RUN-IDENT = REG-RUN-IDENT
016230           AND CORR-SEQNUM = REG-SEQNUM
016240        THEN
016250         SET CARD-USED-REGISTER (CARD-SUB) TO TRUE;
016260         SET REG-WRITTEN-OFF TO TRUE;
016270         MOVE RUN-DATE-W TO REG-STATE-DATE;
016280         MOVE CORR-OPERAND (1 : 24) TO REG-NOTE;
016290         IF REG-NOTE = SPACES
016300          THEN
016310           MOVE 'WRITTEN OFF BY CARD' TO REG-NOTE;
016320         END-IF;
016330       END-IF;
016340     END-IF.
016350 SKIP2
016360 0630-CARRY-SETTLED.
016370     MOVE REG-STATE-DATE TO DN-DATE.
016380     PERFORM 0145-COMPUTE-DAY-NUMBER.
016390     MOVE DN-RESULT TO ITEM-DAY-NUMBER.
016400     IF ITEM-DAY-NUMBER > ZERO
016410         AND ITEM-DAY-NUMBER <= TODAY-DAY-NUMBER
016420         AND TODAY-DAY-NUMBER - ITEM-DAY-NUMBER > REG-DAYS
016430      THEN
016440       ADD 1 TO REG-DROPPED-CNTR;
016450      ELSE
016460       IF RGO-FILE-IS-OPEN
016470        THEN
016480         PERFORM 0590-WRITE-REGISTER;
016490       END-IF;
016500     END-IF.
016510 SKIP2
016520 0650-LIST-REJECTED-CARDS.
016530* A W card for an earlier run that found nothing outstanding to
016540* write off is rejected now the register has been read.
016550     PERFORM 0655-CHECK-REGISTER-CARD
016560         VARYING CARD-SUB FROM 1 BY 1
016570         UNTIL CARD-SUB > CARD-COUNT.
016580     IF CARD-REJECT-CNTR > ZERO AND LIST-FILE-IS-OPEN
016590      THEN
016600       MOVE SPACES TO APKEXRPR-LIST-RECORD;
016610       WRITE APKEXRPR-LIST-RECORD;
016620       MOVE 'CORRECTION CARDS REJECTED' TO APKEXRPR-LIST-RECORD;
016630       WRITE APKEXRPR-LIST-RECORD;
016640       PERFORM 0660-LIST-REJECTED-CARD
016650           VARYING CARD-SUB FROM 1 BY 1
016660           UNTIL CARD-SUB > CARD-COUNT;
016670     END-IF.
016680 SKIP2
016690 0655-CHECK-REGISTER-CARD.
016700     IF CARD-FOR-REGISTER (CARD-SUB)
016710      THEN
016720       SET CARD-REJECTED (CARD-SUB) TO TRUE;
016730       MOVE 'NO SUCH OUTSTANDING EXCEPTION'
016740           TO CARD-REJECT-TEXT (CARD-SUB);
016750       ADD 1 TO CARD-REJECT-CNTR;
016760     END-IF.
016770 SKIP2
016780 0660-LIST-REJECTED-CARD.
016790     IF CARD-REJECTED (CARD-SUB)
016800      THEN
016810       MOVE CARD-IMAGE (CARD-SUB) TO APKEXRPR-LIST-RECORD;
016820       WRITE APKEXRPR-LIST-RECORD;
016830       MOVE CARD-REJECT-TEXT (CARD-SUB) TO LRJ-TEXT;
016840       MOVE LIST-REJECT-LINE TO APKEXRPR-LIST-RECORD;
016850       WRITE APKEXRPR-LIST-RECORD;
016860     END-IF.
016870 SKIP2
016880 0700-WRITE-TOTALS.
016890* Settle the return code from what is left open, then total.
016900     IF EXRPR-RC < 8 AND NOT-FOUND-CNTR > ZERO
016910      THEN
016920       MOVE 8 TO EXRPR-RC;
016930     END-IF.
016940     IF EXRPR-RC < 4
016950         AND (OUTSTANDING-CNTR > ZERO
016960              OR CARRIED-OUT-CNTR > ZERO
016970              OR CARD-REJECT-CNTR > ZERO)
016980      THEN
016990       MOVE 4 TO EXRPR-RC;
017000     END-IF.
017010     IF LIST-FILE-IS-OPEN
017020      THEN
017030       MOVE SPACES TO APKEXRPR-LIST-RECORD;
017040       WRITE APKEXRPR-LIST-RECORD;
017050       MOVE 'EXCEPTIONS IN THE RUN ...' TO TOT-LABEL;
017060       MOVE EXC-COUNT TO TOT-VALUE;
017070       PERFORM 0795-WRITE-TOTAL-LINE;
017080       MOVE '  REPAIRED ..............' TO TOT-LABEL;
017090       MOVE REPAIRED-CNTR TO TOT-VALUE;
017100       PERFORM 0795-WRITE-TOTAL-LINE;
017110       MOVE '  WRITTEN OFF ...........' TO TOT-LABEL;
017120       MOVE WRITTEN-OFF-CNTR TO TOT-VALUE;
017130       PERFORM 0795-WRITE-TOTAL-LINE;
017140       MOVE '  OUTSTANDING ...........' TO TOT-LABEL;
017150       MOVE OUTSTANDING-CNTR TO TOT-VALUE;
017160       PERFORM 0795-WRITE-TOTAL-LINE;
017170       MOVE '  NOT FOUND IN EXTRACT ..' TO TOT-LABEL;
017180       MOVE NOT-FOUND-CNTR TO TOT-VALUE;
017190       PERFORM 0795-WRITE-TOTAL-LINE;
017200       MOVE 'DOCUMENTS MADE UP .......' TO TOT-LABEL;
017210       MOVE MKUP-COUNT TO TOT-VALUE;
017220       PERFORM 0795-WRITE-TOTAL-LINE;
017230       MOVE 'MAKE-UP RECORDS WRITTEN .' TO TOT-LABEL;
017240       MOVE RECS-WRITTEN-CNTR TO TOT-VALUE;
017250       PERFORM 0795-WRITE-TOTAL-LINE;
017260       MOVE 'EARLIER RUNS OUTSTANDING ' TO TOT-LABEL;
017270       MOVE CARRIED-OUT-CNTR TO TOT-VALUE;
017280       PERFORM 0795-WRITE-TOTAL-LINE;
017290       MOVE 'EARLIER RUNS WRITTEN OFF ' TO TOT-LABEL;
017300       MOVE CARRIED-WO-CNTR TO TOT-VALUE;
017310       PERFORM 0795-WRITE-TOTAL-LINE;
017320       MOVE 'CORRECTION CARDS READ ...' TO TOT-LABEL;
017330       MOVE CARD-READ-CNTR TO TOT-VALUE;
017340       PERFORM 0795-WRITE-TOTAL-LINE;
017350       MOVE 'CORRECTION CARDS REJECTED' TO TOT-LABEL;
017360       MOVE CARD-REJECT-CNTR TO TOT-VALUE;
017370       PERFORM 0795-WRITE-TOTAL-LINE;
017380       MOVE 'REGISTER ENTRIES WRITTEN ' TO TOT-LABEL;
017390       MOVE REG-WRITTEN-CNTR TO TOT-VALUE;
017400       PERFORM 0795-WRITE-TOTAL-LINE;
017410       MOVE 'REGISTER ENTRIES DROPPED ' TO TOT-LABEL;
017420       MOVE REG-DROPPED-CNTR TO TOT-VALUE;
017430       PERFORM 0795-WRITE-TOTAL-LINE;
017440       CLOSE APKEXRPR-LIST;
017450       SET LIST-FILE-NOT-OPEN TO TRUE;
017460     END-IF.
017470     DISPLAY PGMNAME, ' EXCEPTIONS ', EXC-COUNT,
017480             ' REPAIRED ', REPAIRED-CNTR,
017490             ' OUTSTANDING ', OUTSTANDING-CNTR.
017500 SKIP2
017510 0750-POST-RUN-LEDGER.
017520* Record the step in the run ledger against the run it repairs,   !@02
017525* so the ledger inquiry shows the make-up with the run: the start !@02
017530* once the exception report has named the run, the end as the     !@02
017535* step finishes.                                                  !@02
017540     IF CURR-RUN-IDENT NOT = SPACES
017550      THEN
017560       INITIALIZE LEDGER-PARMS;
017570       MOVE LEDGER-POSTING TO LGP-FUNCTION;                       !@02
017580       MOVE CURR-RUN-IDENT TO LGP-RUN-IDENT;
017590       MOVE 'APKEXRPR' TO LGP-STEP-NAME;
017600       MOVE RUN-DATE-W TO LGP-START-DATE;
017610       MOVE RUN-TIME-W (1 : 6) TO LGP-START-TIME;
017620       MOVE EXRPR-RC TO LGP-STEP-RC;
017630       MOVE 'EXCPTNS' TO LGP-COUNT-LABEL (1);
017640       MOVE EXC-COUNT TO LGP-COUNT-VALUE (1);
017650       MOVE 'REPAIRED' TO LGP-COUNT-LABEL (2);
017660       MOVE REPAIRED-CNTR TO LGP-COUNT-VALUE (2);
017670       MOVE 'OUTSTAND' TO LGP-COUNT-LABEL (3);
017680       MOVE OUTSTANDING-CNTR TO LGP-COUNT-VALUE (3);
017690       CALL LEDGER-PGM USING LEDGER-PARMS;
017700       IF LGP-RESULT NOT = ZERO
017710        THEN
017720         DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT POSTED, ',
017730                 'RESULT ', LGP-RESULT;
017740       END-IF;
017750     END-IF.
017760 SKIP2
017770 0795-WRITE-TOTAL-LINE.
017780     MOVE LIST-TOTAL-LINE TO APKEXRPR-LIST-RECORD.
017790     WRITE APKEXRPR-LIST-RECORD.
