000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:55:00 BY  DLMAINT VERSION 02  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - PORTAL ACKNOWLEDGEMENTS.  !@01*
000135*   15 OCT 2026  DLM  REFUSE A RUN THE LEDGER SHOWS SETTLED.      !@02*
000140 ID DIVISION.
000150 PROGRAM-ID. APKEDACK.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               E-delivery acknowledgement reconciliation.  The
000190               portal returns one acknowledgement for every
000200               statement it was handed:
000210                  columns  1-10 - account number
000220                  columns 12-19 - statement date (YYYYMMDD)
000230                  column  21    - P posted to the customer's
000240                                  inbox, R rejected
000250                  columns 23-62 - the portal's reason, when
000260                                  rejected
000270               The acknowledgement dataset may be the portal's
000280               files for several days concatenated; where a
000290               statement is acknowledged more than once, the last
000300               acknowledgement read decides.
000310
000320               The step settles one e-delivery run -- the
000330               APKMANIF manifest and the APKEDLV extract that run
000340               retained -- once its acknowledgement window has
000350               closed: ACKDAYS=n in the shared APKPARM member,
000360               five days when no card is given, counted from the
000370               date in the manifest's run identifier.  A run
000380               whose window is still open is refused, so a
000390               statement is never fallen back while the portal
000400               may yet post it, and a run is settled once.
000401               The settlement is posted to the run ledger         !@02
000403               (APKLEDGR) under the run identifier, step          !@02
000405               APKEDACK; a run the ledger shows settled -- an     !@02
000406               end posted with a return code below 12 -- is       !@02
000408               refused, so its fallbacks are never printed twice. !@02
000410
000420               Every e-delivery document of the manifest is paired
000430               with its HDR in the extract, which gives it its
000440               account and statement date, and judged:
000450                  POSTED       - acknowledged as posted.
000460                  REJECTED     - the portal refused it.
000470                  NOT ACKED    - no acknowledgement in the window.
000480               A rejected or unacknowledged document falls back to
000490               paper.  Its whole HDR-to-TRL group is copied from
000500               the extract into the APKEDFB member, which joins
000510               the next night's input concatenation.  Each copied
000520               HDR is marked 'P' in data byte 36 so the input exit
000530               routes it to print whatever the customer's delivery
000540               preference says, and its envelope bytes 27-35 are
000550               cleared for the presort to assign afresh.  The
000560               member is resequenced and closed by a control TRL
000570               carrying its record count, itself included, the
000580               way the presort closes a member.  When nothing
000590               falls back the member is written empty, so a stale
000600               member can never be printed twice.
000610
000620               The step return code:
000630                  0 - every e-delivery document was posted.
000640                  4 - documents fell back to print, some
000650                      acknowledgements could not be read, the     !@02
000660                      run date could not be read from the run
000670                      identifier, or the run ledger could not be  !@02
000675                      read to rule out an earlier settlement.     !@02
000680                  8 - documents could not be paired with the
000690                      extract or could not be pulled from it; they
000700                      are neither posted nor sent to print.
000710                 12 - the manifest, the extract, the
000720                      acknowledgements, the fallback member, or
000730                      the listing is not available, the           !@02
000737                      acknowledgement window is still open, or    !@02
000745                      the run ledger shows the run settled        !@02
000752                      before; nothing settled.                    !@02
000760
000770 DATE-WRITTEN. 15 OCT 26.
000780 DATE-COMPILED.
000790 SECURITY. IBM SAMPLE CODE ONLY.
000800*/**************************************************************/
000810*/* Licensed under the Apache License, Version 2.0 (the        */
000820*/* "License"); you may not use this file except in compliance */
000830*/* with the License. You may obtain a copy of the License at  */
000840*/*                                                            */
000850*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000860*/*                                                            */
000870*/* Unless required by applicable law or agreed to in writing, */
000880*/* software distributed under the License is distributed on an*/
000890*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000900*/* KIND, either express or implied.  See the License for the  */
000910*/* specific language governing permissions and limitations    */
000920*/* under the License.                                         */
000930*/*------------------------------------------------------------*/
000940*/*                                                            */
000950*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000960*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000970*/*                                                            */
000980*/*   Permission to use, copy, modify, and distribute          */
000990*/*   this software for any purpose with or without fee        */
001000*/*   is hereby granted, provided that the above               */
001010*/*   copyright notices appear in all copies.                  */
001020*/*                                                            */
001030*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001040*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001050*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001060*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001070*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001080*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001090*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001110*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001120*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001130*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001140*/**************************************************************/
001150 TITLE 'E-Delivery Acknowledgement Reconciliation'.
001160 ENVIRONMENT DIVISION.
001170 CONFIGURATION SECTION.
001180 SOURCE-COMPUTER. IBM-370.
001190 OBJECT-COMPUTER. IBM-370.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT APKEDACK-PARM       ASSIGN TO SYS001-S-APKPARM
001230                                 ORGANIZATION IS SEQUENTIAL
001240                                 FILE STATUS
001250                                 APKEDACK-PARM-STATUS.
001260     SELECT APKEDACK-MANIF      ASSIGN TO SYS001-S-APKMANIF
001270                                 ORGANIZATION IS SEQUENTIAL
001280                                 FILE STATUS
001290                                 APKEDACK-MANIF-STATUS.
001300     SELECT APKEDACK-EDLV       ASSIGN TO SYS001-S-APKEDLV
001310                                 ORGANIZATION IS SEQUENTIAL
001320                                 FILE STATUS
001330                                 APKEDACK-EDLV-STATUS.
001340     SELECT APKEDACK-ACK        ASSIGN TO SYS001-S-APKACK
001350                                 ORGANIZATION IS SEQUENTIAL
001360                                 FILE STATUS
001370                                 APKEDACK-ACK-STATUS.
001380     SELECT APKEDACK-FBK        ASSIGN TO SYS001-S-APKEDFB
001390                                 ORGANIZATION IS SEQUENTIAL
001400                                 FILE STATUS
001410                                 APKEDACK-FBK-STATUS.
001420     SELECT APKEDACK-PULL       ASSIGN TO SYS001-S-APKEDFBW
001430                                 ORGANIZATION IS SEQUENTIAL
001440                                 FILE STATUS
001450                                 APKEDACK-PULL-STATUS.
001460     SELECT APKEDACK-LIST       ASSIGN TO SYS001-S-APKEARPT
001470                                 ORGANIZATION IS SEQUENTIAL
001480                                 FILE STATUS
001490                                 APKEDACK-LIST-STATUS.
001491     SELECT APKEDACK-LEDGER     ASSIGN TO APKLEDGR                !@02
001492                                 ORGANIZATION IS INDEXED          !@02
001494                                 ACCESS MODE IS RANDOM            !@02
001495                                 RECORD KEY IS LEDG-KEY           !@02
001497                                 FILE STATUS                      !@02
001498                                 APKEDACK-LEDGER-STATUS.          !@02
001500     SELECT APKEDACK-WRK        ASSIGN TO SORTWK01.
001510     SELECT APKEDACK-PLW        ASSIGN TO SORTWK01.
001520     EJECT
001530 DATA DIVISION.
001540 FILE SECTION.
001550/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.
001560 FD  APKEDACK-PARM,
001570     RECORDING MODE IS F,
001580     BLOCK CONTAINS 0 RECORDS.
001590 01  APKEDACK-PARM-RECORD.
001600     05  PARM-CARD-TEXT          PIC X(72).
001610     05  FILLER                  PIC X(8).
001620/ LOGICAL-DOCUMENT MANIFEST WRITTEN BY THE INPUT EXIT.
001630 FD  APKEDACK-MANIF,
001640     RECORDING MODE IS F,
001650     BLOCK CONTAINS 0 RECORDS.
001660 01  APKEDACK-MANIF-RECORD.
001670     05  MANIF-DOC-NUMBER        PIC 9(8).
001680     05  FILLER                  PIC X.
001690     05  MANIF-START-SEQNUM      PIC 9(8).
001700     05  FILLER                  PIC X.
001710     05  MANIF-END-SEQNUM        PIC 9(8).
001720     05  FILLER                  PIC X.
001730     05  MANIF-SOURCE-DD         PIC X(8).
001740     05  FILLER                  PIC X.
001750     05  MANIF-PAGE-COUNT        PIC 9(8).
001760     05  FILLER                  PIC X.
001770     05  MANIF-CUST-NAME         PIC X(30).
001780     05  FILLER                  PIC X.
001790     05  MANIF-CHANNEL           PIC X(5).
001800     05  FILLER                  PIC X.
001810     05  MANIF-RUN-IDENT         PIC X(22).
001820     05  FILLER                  PIC X.
001830     05  MANIF-ENVELOPE          PIC 9(8).
001840     05  FILLER                  PIC X(3).
001850/ THE E-DELIVERY EXTRACT THE INPUT EXIT SPLIT OFF FOR THE PORTAL.
001860 FD  APKEDACK-EDLV,
001870     BLOCK CONTAINS 0 RECORDS,
001880     RECORDING MODE IS V
001890     RECORD VARYING FROM 08 TO 32752
001900         DEPENDING ON EDLV-IN-LENGTH.
001910 01  APKEDACK-EDLV-RECORD.
001920     05  EDLV-IN-INTRODUCER.
001930       10  EDLV-IN-CC        PIC X.
001940       10  EDLV-IN-LEN-CHR   PIC XX.
001950       10  EDLV-IN-RECLEN REDEFINES
001960                                EDLV-IN-LEN-CHR
001970                           PIC 9(4) COMP.
001980       10  EDLV-IN-TYPE      PIC XXX.
001990           88  EDLV-TYPE-IS-HDR    VALUE 'HDR'.
002000           88  EDLV-TYPE-IS-TRL    VALUE 'TRL'.
002010       10  EDLV-IN-FLAG      PIC X.
002020       10  EDLV-IN-SEQ-CHR   PIC XX.
002030       10  EDLV-IN-SEQNUM REDEFINES
002040                                EDLV-IN-SEQ-CHR
002050                           PIC 9(4) COMP.
002060     05  EDLV-IN-DATA.
002070         10  EDLV-IN-ARRAY
002080                           OCCURS 32743,
002090                           DEPENDING ON
002100                           EDLV-IN-RECLEN,
002110                           PIC X.
002120/ PORTAL ACKNOWLEDGEMENTS -- ONE RECORD PER STATEMENT HANDLED.
002130 FD  APKEDACK-ACK,
002140     RECORDING MODE IS F,
002150     BLOCK CONTAINS 0 RECORDS.
002160 01  APKEDACK-ACK-RECORD.
002170     05  ACK-ACCT-NUMBER         PIC X(10).
002180     05  FILLER                  PIC X.
002190     05  ACK-STMT-DATE           PIC X(8).
002200     05  FILLER                  PIC X.
002210     05  ACK-STATUS              PIC X.
002220         88  ACK-POSTED          VALUE 'P'.
002230         88  ACK-REJECTED        VALUE 'R'.
002240     05  FILLER                  PIC X.
002250     05  ACK-REASON              PIC X(40).
002260     05  FILLER                  PIC X(18).
002270/ FALLBACK MEMBER -- REJECTED AND UNACKNOWLEDGED DOCUMENTS, FOR
002280* THE NEXT NIGHT'S PRINT RUN.
002290 FD  APKEDACK-FBK,
002300     BLOCK CONTAINS 0 RECORDS,
002310     RECORDING MODE IS V
002320     RECORD VARYING FROM 08 TO 32752
002330         DEPENDING ON FBK-OUT-LENGTH.
002340 01  APKEDACK-FBK-RECORD.
002350     05  FBK-OUT-INTRODUCER.
002360       10  FBK-OUT-CC        PIC X.
002370       10  FBK-OUT-LEN-CHR   PIC XX.
002380       10  FBK-OUT-RECLEN REDEFINES
002390                                FBK-OUT-LEN-CHR
002400                           PIC 9(4) COMP.
002410       10  FBK-OUT-TYPE      PIC XXX.
002420       10  FBK-OUT-FLAG      PIC X.
002430       10  FBK-OUT-SEQ-CHR   PIC XX.
002440       10  FBK-OUT-SEQNUM REDEFINES
002450                                FBK-OUT-SEQ-CHR
002460                           PIC 9(4) COMP.
002470     05  FBK-OUT-DATA        PIC X(32743).
002480/ PULL LIST -- THE DOCUMENTS TO COPY INTO THE FALLBACK MEMBER,
002490* BY THEIR POSITION AMONG THE EXTRACT'S HDRS.
002500 FD  APKEDACK-PULL,
002510     RECORDING MODE IS F,
002520     BLOCK CONTAINS 0 RECORDS.
002530 01  APKEDACK-PULL-RECORD.
002540     05  PULL-ORDINAL            PIC 9(8).
002550     05  FILLER                  PIC X.
002560     05  PULL-SEQNUM             PIC 9(8).
002570     05  FILLER                  PIC X.
002580     05  PULL-DOC-NUMBER         PIC 9(8).
002590     05  FILLER                  PIC X.
002600     05  PULL-ACCT-NUMBER        PIC X(10).
002610     05  FILLER                  PIC X.
002620     05  PULL-STMT-DATE          PIC X(8).
002630     05  FILLER                  PIC X(34).
002640/ THE RECONCILIATION LISTING.
002650 FD  APKEDACK-LIST,
002660     RECORDING MODE IS F,
002670     BLOCK CONTAINS 0 RECORDS.
002680 01  APKEDACK-LIST-RECORD       PIC X(80).
002690/ THE SORT WORK RECORD -- THE MANIFEST'S E-DELIVERY DOCUMENTS AND
002700* THE PORTAL'S ACKNOWLEDGEMENTS, BROUGHT TOGETHER BY ACCOUNT AND
002710* STATEMENT DATE.
002720 SD  APKEDACK-WRK.
002730 01  APKEDACK-WRK-RECORD.
002740     05  WRK-SORT-KEY.
002750       10  WRK-ACCT-NUMBER   PIC X(10).
002760       10  WRK-STMT-DATE     PIC X(8).
002770       10  WRK-SOURCE        PIC X.
002780           88  WRK-FROM-ACK        VALUE 'A'.
002790           88  WRK-FROM-MANIF      VALUE 'M'.
002800       10  WRK-ARRIVAL       PIC 9(8).
002810     05  WRK-STATUS          PIC X.
002820     05  WRK-REASON          PIC X(40).
002830     05  WRK-ORDINAL         PIC 9(8).
002840     05  WRK-SEQNUM          PIC 9(8).
002850     05  WRK-DOC-NUMBER      PIC 9(8).
002860/ THE PULL LIST PUT INTO EXTRACT ORDER.
002870 SD  APKEDACK-PLW.
002880 01  APKEDACK-PLW-RECORD.
002890     05  PLW-ORDINAL         PIC 9(8).
002900     05  FILLER              PIC X(72).
002901/ RUN LEDGER (KEYED VSAM) -- ONE RECORD PER RUN AND STEP, READ    !@02
002902* ONLY FOR THE RUN'S OWN SETTLEMENT.                              !@02
002903 FD  APKEDACK-LEDGER,                                             !@02
002904     RECORD CONTAINS 160 CHARACTERS.                              !@02
002905 01  LEDG-RECORD.                                                 !@02
002906     05  LEDG-KEY.                                                !@02
002907         10  LEDG-RUN-IDENT      PIC X(22).                       !@02
002908         10  LEDG-STEP-NAME      PIC X(8).                        !@02
002909     05  FILLER                  PIC X.                           !@02
002910     05  LEDG-STATE              PIC X.                           !@02
002911         88  LEDG-STEP-ENDED     VALUE 'E'.                       !@02
002912     05  FILLER                  PIC X(16).                       !@02
002913     05  LEDG-END-DATE           PIC X(8).                        !@02
002914     05  LEDG-END-TIME           PIC X(6).                        !@02
002915     05  FILLER                  PIC X.                           !@02
002916     05  LEDG-STEP-RC            PIC 9(4).                        !@02
002917     05  FILLER                  PIC X(93).                       !@02
002919   SKIP3
002920 WORKING-STORAGE SECTION.
002930 77  PGMNAME                 PIC X(8) VALUE 'APKEDACK'.
002940 77  EDACK-RC                PIC 9(4) BINARY VALUE ZERO.
002950 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
002960 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
002970 77  EDLV-IN-LENGTH          PIC 9(8) BINARY VALUE ZERO.
002980 77  FBK-OUT-LENGTH          PIC 9(8) BINARY VALUE ZERO.
002990 77  MANIF-EDLV-CNTR         PIC 9(8) BINARY VALUE ZERO.
003000 77  ACK-READ-CNTR           PIC 9(8) BINARY VALUE ZERO.
003010 77  ACK-BAD-CNTR            PIC 9(8) BINARY VALUE ZERO.
003020 77  OTHER-ACK-CNTR          PIC 9(8) BINARY VALUE ZERO.
003030 77  POSTED-CNTR             PIC 9(8) BINARY VALUE ZERO.
003040 77  REJECTED-CNTR           PIC 9(8) BINARY VALUE ZERO.
003050 77  NOT-ACKED-CNTR          PIC 9(8) BINARY VALUE ZERO.
003060 77  NOT-PAIRED-CNTR         PIC 9(8) BINARY VALUE ZERO.
003070 77  FALLBACK-CNTR           PIC 9(8) BINARY VALUE ZERO.
003080 77  PULLED-CNTR             PIC 9(8) BINARY VALUE ZERO.
003090 77  NOT-PULLED-CNTR         PIC 9(8) BINARY VALUE ZERO.
003100 77  RECS-WRITTEN-CNTR       PIC 9(8) BINARY VALUE ZERO.
003102 77  LEDGER-PGM              PIC X(8) VALUE 'APKLEDGR'.           !@02
003104 77  LEDGER-POSTING          PIC X    VALUE SPACE.                !@02
003106     88  LEDGER-POSTING-START        VALUE 'S'.                   !@02
003108     88  LEDGER-POSTING-END          VALUE 'E'.                   !@02
003110* The run the manifest was cut for, the acknowledgement window
003120* and how long ago the run went out.
003130 77  MANIF-RUN-W             PIC X(22) VALUE SPACES.
003140 77  ACK-DAYS                PIC 9(8) BINARY VALUE 5.
003150 77  RUN-AGE-DAYS            PIC 9(8) BINARY VALUE ZERO.
003160 77  RUN-DAY-NUMBER          PIC 9(8) BINARY VALUE ZERO.
003170 77  TODAY-DAY-NUMBER        PIC 9(8) BINARY VALUE ZERO.
003180 77  DN-YEAR                 PIC 9(4) BINARY VALUE ZERO.
003190 77  DN-MONTH                PIC 9(4) BINARY VALUE ZERO.
003200 77  DN-DAY                  PIC 9(4) BINARY VALUE ZERO.
003210 77  DN-T1                   PIC 9(8) BINARY VALUE ZERO.
003220 77  DN-T2                   PIC 9(8) BINARY VALUE ZERO.
003230 77  DN-T3                   PIC 9(8) BINARY VALUE ZERO.
003240 77  DN-T4                   PIC 9(8) BINARY VALUE ZERO.
003250 77  DN-RESULT               PIC 9(8) BINARY VALUE ZERO.
003260* The extract pairs with the e-delivery manifest by position,
003270* confirmed by the HDR sequence number both carry -- the nth
003280* extract HDR is the nth e-delivery document -- exactly as the
003290* catalog load pairs them.  The HDR's position is kept, so the
003300* pull pass can find the document again.
003310 77  EDLV-HDR-ORDINAL        PIC 9(8) BINARY VALUE ZERO.
003320 77  EDLV-SEQ-W              PIC 9(8) BINARY VALUE ZERO.
003330 77  EDLV-ACCT-W             PIC X(10) VALUE SPACES.
003340 77  EDLV-DATE-W             PIC X(8) VALUE SPACES.
003350 77  MANIF-SEQ-W             PIC 9(8) BINARY VALUE ZERO.
003360* THE STATEMENT BEING JUDGED ON THE WAY BACK FROM THE SORT.
003370 77  CUR-ACCT-NUMBER         PIC X(10) VALUE SPACES.
003380 77  CUR-STMT-DATE           PIC X(8) VALUE SPACES.
003390 77  CUR-ACK-CNT             PIC 9(8) BINARY VALUE ZERO.
003400 77  CUR-DOC-CNT             PIC 9(8) BINARY VALUE ZERO.
003410 77  CUR-LAST-STATUS         PIC X VALUE SPACE.
003420 77  CUR-LAST-REASON         PIC X(40) VALUE SPACES.
003430 77  REASON-TEXT             PIC X(40) VALUE SPACES.
003440* THE PULL PASS: HDR POSITION IN THE SECOND READ OF THE EXTRACT
003450* AND THE NEXT SEQUENCE NUMBER OF THE FALLBACK MEMBER.
003460 77  PULL-HDR-ORDINAL        PIC 9(8) BINARY VALUE ZERO.
003470 77  NEXT-SEQNUM             PIC 9(8) BINARY VALUE ZERO.
003480* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).
003490 01  PARM-WORK-FIELDS.
003500     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.
003510     05  PARM-VALUE          PIC X(68) VALUE SPACES.
003520     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.
003530     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.
003540     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.
003550     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS
003560                             PIC 9(8).
003570     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.
003580         88  PARM-NUM-OK         VALUE 'Y'.
003590         88  PARM-NUM-BAD        VALUE 'N'.
003600 01  DN-DATE-FIELDS.
003610     05  DN-DATE             PIC X(8) VALUE SPACES.
003620     05  DN-DATE-N REDEFINES DN-DATE.
003630         10  DN-DATE-YYYY    PIC 9(4).
003640         10  DN-DATE-MM      PIC 9(2).
003650         10  DN-DATE-DD      PIC 9(2).
003660* THE CONTROL TRL THAT CLOSES THE FALLBACK MEMBER.
003670 01  SYNTH-TRL-RECORD.
003680     05  SYNTH-TRL-CC        PIC X     VALUE SPACE.
003690     05  SYNTH-TRL-LEN-CHR   PIC XX.
003700     05  SYNTH-TRL-RECLEN REDEFINES SYNTH-TRL-LEN-CHR
003710                             PIC 9(4) COMP.
003720     05  SYNTH-TRL-TYPE      PIC X(3)  VALUE 'TRL'.
003730     05  SYNTH-TRL-FLAG      PIC X     VALUE SPACE.
003740     05  SYNTH-TRL-SEQ-CHR   PIC XX.
003750     05  SYNTH-TRL-SEQNUM REDEFINES SYNTH-TRL-SEQ-CHR
003760                             PIC 9(4) COMP.
003770     05  SYNTH-TRL-COUNT     PIC 9(8).
003771* THE RUN LEDGER POSTING PARAMETERS, AS APKLEDGR RECEIVES THEM.   !@02
003772 01  LEDGER-PARMS.                                                !@02
003773     05  LGP-FUNCTION            PIC X.                           !@02
003775         88  LGP-STEP-START      VALUE 'S'.                       !@02
003776         88  LGP-STEP-END        VALUE 'E'.                       !@02
003777     05  LGP-RUN-IDENT           PIC X(22).                       !@02
003778     05  LGP-STEP-NAME           PIC X(8).                        !@02
003780     05  LGP-START-DATE          PIC X(8).                        !@02
003781     05  LGP-START-TIME          PIC X(6).                        !@02
003782     05  LGP-STEP-RC             PIC 9(4) BINARY.                 !@02
003783     05  LGP-COUNT-ENTRY         OCCURS 3 TIMES.                  !@02
003785         10  LGP-COUNT-LABEL     PIC X(8).                        !@02
003786         10  LGP-COUNT-VALUE     PIC 9(9) BINARY.                 !@02
003787     05  LGP-RESULT              PIC 9(4) BINARY.                 !@02
003789* REPORT LINE LAYOUTS.
003790 01  LIST-HEADER-LINE.
003800     05  FILLER              PIC X(38)
003810         VALUE 'APKEDACK  E-DELIVERY ACKNOWLEDGEMENTS'.
003820     05  FILLER              PIC X(3)  VALUE SPACES.
003830     05  HDR-DATE            PIC X(8).
003840     05  FILLER              PIC X     VALUE SPACE.
003850     05  HDR-TIME            PIC X(6).
003860     05  FILLER              PIC X(24) VALUE SPACES.
003870 01  LIST-COLUMN-LINE.
003880     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
003890     05  FILLER              PIC X(9)  VALUE 'STMT DTE'.
003900     05  FILLER              PIC X(9)  VALUE 'DOCUMENT'.
003910     05  FILLER              PIC X(11) VALUE 'RESULT'.
003920     05  FILLER              PIC X(40) VALUE 'REASON'.
003930 01  LIST-DETAIL-LINE.
003940     05  LDL-ACCT-NUMBER     PIC X(10).
003950     05  FILLER              PIC X     VALUE SPACE.
003960     05  LDL-STMT-DATE       PIC X(8).
003970     05  FILLER              PIC X     VALUE SPACE.
003980     05  LDL-DOC-NUMBER      PIC ZZZZZZZ9.
003990     05  FILLER              PIC X     VALUE SPACE.
004000     05  LDL-RESULT          PIC X(10).
004010     05  FILLER              PIC X     VALUE SPACE.
004020     05  LDL-REASON          PIC X(40).
004030 01  LIST-TOTAL-LINE.
004040     05  TOT-LABEL           PIC X(26).
004050     05  TOT-VALUE           PIC ZZZZZZZ9.
004060     05  FILLER              PIC X(46) VALUE SPACES.
004070 01  EDACK-SWITCHES.
004080     05  MANIF-EOF-SW        PIC X    VALUE 'N'.
004090         88  MANIF-AT-EOF        VALUE 'Y'.
004100     05  ACK-EOF-SW          PIC X    VALUE 'N'.
004110         88  ACK-AT-EOF          VALUE 'Y'.
004120     05  EDLV-EOF-SW         PIC X    VALUE 'N'.
004130         88  EDLV-AT-EOF         VALUE 'Y'.
004140         88  EDLV-NOT-AT-EOF     VALUE 'N'.
004150     05  EDLV-PENDING-SW     PIC X    VALUE 'N'.
004160         88  EDLV-PENDING        VALUE 'Y'.
004170         88  EDLV-NOT-PENDING    VALUE 'N'.
004180     05  DOC-PAIRED-SW       PIC X    VALUE 'N'.
004190         88  DOC-IS-PAIRED       VALUE 'Y'.
004200         88  DOC-NOT-PAIRED      VALUE 'N'.
004210     05  SORT-EOF-SW         PIC X    VALUE 'N'.
004220         88  SORT-AT-EOF         VALUE 'Y'.
004230     05  CUR-GROUP-SW        PIC X    VALUE 'N'.
004240         88  CUR-GROUP-ACTIVE    VALUE 'Y'.
004250         88  CUR-GROUP-NONE      VALUE 'N'.
004260     05  PULL-EOF-SW         PIC X    VALUE 'N'.
004270         88  PULL-AT-EOF         VALUE 'Y'.
004280         88  PULL-NOT-AT-EOF     VALUE 'N'.
004290     05  COPY-SW             PIC X    VALUE 'N'.
004300         88  COPYING-DOCUMENT    VALUE 'Y'.
004310         88  NOT-COPYING         VALUE 'N'.
004320     05  WINDOW-SW           PIC X    VALUE 'N'.
004330         88  WINDOW-IS-OPEN      VALUE 'Y'.
004340         88  WINDOW-IS-CLOSED    VALUE 'N'.
004350     05  PULL-FILE-SW        PIC X    VALUE 'N'.
004360         88  PULL-FILE-IS-OPEN   VALUE 'Y'.
004370         88  PULL-FILE-NOT-OPEN  VALUE 'N'.
004380     05  LIST-FILE-SW        PIC X    VALUE 'N'.
004390         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
004400         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
004401     05  LEDGER-STEP-SW      PIC X    VALUE 'N'.                  !@02
004403         88  LEDGER-STEP-BEGUN   VALUE 'Y'.                       !@02
004405     05  SETTLED-SW          PIC X    VALUE 'N'.                  !@02
004406         88  RUN-ALREADY-SETTLED VALUE 'Y'.                       !@02
004408         88  RUN-NOT-SETTLED     VALUE 'N'.                       !@02
004410 01  GLOBAL-VARIABLES.
004420     05  APKEDACK-PARM-STATUS    PIC 99   VALUE ZERO.
004430         88  APKEDACK-PARM-OK    VALUE 00.
004440     05  APKEDACK-MANIF-STATUS   PIC 99   VALUE ZERO.
004450         88  APKEDACK-MANIF-OK   VALUE 00.
004460     05  APKEDACK-EDLV-STATUS    PIC 99   VALUE ZERO.
004470         88  APKEDACK-EDLV-OK    VALUE 00.
004480     05  APKEDACK-ACK-STATUS     PIC 99   VALUE ZERO.
004490         88  APKEDACK-ACK-OK     VALUE 00.
004500     05  APKEDACK-FBK-STATUS     PIC 99   VALUE ZERO.
004510         88  APKEDACK-FBK-OK     VALUE 00.
004520     05  APKEDACK-PULL-STATUS    PIC 99   VALUE ZERO.
004530         88  APKEDACK-PULL-OK    VALUE 00.
004540     05  APKEDACK-LIST-STATUS    PIC 99   VALUE ZERO.
004550         88  APKEDACK-LIST-OK    VALUE 00.
004553     05  APKEDACK-LEDGER-STATUS  PIC 99   VALUE ZERO.             !@02
004556         88  APKEDACK-LEDGER-OK  VALUE 00.                        !@02
004560     SKIP1
004570 TITLE 'Initialization and Main Line'.
004580 PROCEDURE DIVISION.
004590     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
004600     ACCEPT RUN-TIME-W FROM TIME.
004610     PERFORM 0100-LOAD-PARM-CARDS.
004620     PERFORM 0110-OPEN-OUTPUTS.
004630     IF EDACK-RC < 12
004640      THEN
004650       SORT APKEDACK-WRK
004660           ON ASCENDING KEY WRK-ACCT-NUMBER, WRK-STMT-DATE,
004670                            WRK-SOURCE, WRK-ARRIVAL
004680           INPUT PROCEDURE IS 0120-FEED-SORT
004690           OUTPUT PROCEDURE IS 0200-JUDGE-SORTED;
004700     END-IF.
004710     IF PULL-FILE-IS-OPEN
004720      THEN
004730       CLOSE APKEDACK-PULL;
004740       SET PULL-FILE-NOT-OPEN TO TRUE;
004750     END-IF.
004760     IF EDACK-RC < 12 AND FALLBACK-CNTR > ZERO
004770      THEN
004780       SORT APKEDACK-PLW
004790           ON ASCENDING KEY PLW-ORDINAL
004800           USING APKEDACK-PULL
004810           GIVING APKEDACK-PULL;
004820     END-IF.
004830     IF EDACK-RC < 12
004840      THEN
004850       PERFORM 0300-WRITE-FALLBACK-MEMBER;
004860     END-IF.
004870     PERFORM 0290-CLOSE-OUTPUTS.
004871     IF LEDGER-STEP-BEGUN                                         !@02
004873      THEN                                                        !@02
004875       SET LEDGER-POSTING-END TO TRUE;                            !@02
004876       PERFORM 0700-POST-RUN-LEDGER;                              !@02
004878     END-IF.                                                      !@02
004880     DISPLAY PGMNAME, ' E-DELIVERY ACKNOWLEDGEMENTS COMPLETE, ',
004890             'RC ', EDACK-RC.
004900     MOVE EDACK-RC TO RETURN-CODE.
004910     GOBACK.
004920 SKIP3
004930 0100-LOAD-PARM-CARDS.
004940* Pick up the optional ACKDAYS window.  The card format and the
004950* comment conventions are the ones the input exit's control-card
004960* dataset already uses, so one APKPARM member can serve the
004970* whole job stream.
004980     OPEN INPUT APKEDACK-PARM.
004990     IF APKEDACK-PARM-OK
005000      THEN
005010       PERFORM 0105-APPLY-PARM-CARD
005020           UNTIL NOT APKEDACK-PARM-OK;
005030       CLOSE APKEDACK-PARM;
005040     END-IF.
005050 SKIP2
005060 0105-APPLY-PARM-CARD.
005070     READ APKEDACK-PARM;
005080     IF APKEDACK-PARM-OK
005090         AND PARM-CARD-TEXT NOT = SPACES
005100         AND PARM-CARD-TEXT (1 : 1) NOT = '*'
005110      THEN
005120       MOVE SPACES TO PARM-KEYWORD;
005130       MOVE SPACES TO PARM-VALUE;
005140       UNSTRING PARM-CARD-TEXT DELIMITED BY '='
005150           INTO PARM-KEYWORD, PARM-VALUE;
005160       EVALUATE PARM-KEYWORD
005170         WHEN 'ACKDAYS'
005180           PERFORM 0106-CONVERT-PARM-NUMBER;
005190           IF PARM-NUM-OK
005200            THEN
005210             MOVE PARM-NUM-VALUE TO ACK-DAYS;
005220           END-IF
005230         WHEN OTHER
005240* The same card member drives the input exit, so keywords
005250* this step has no use for pass by without comment.
005260           CONTINUE
005270       END-EVALUATE;
005280     END-IF.
005290 SKIP2
005300 0106-CONVERT-PARM-NUMBER.
005310* Convert the left-justified digits of a control-card value
005320* into a binary-usable number, exactly as the input exit
005330* does.
005340     SET PARM-NUM-BAD TO TRUE;
005350     MOVE SPACES TO PARM-NUM-WORK;
005360     MOVE ZERO TO PARM-NUM-LEN;
005370     UNSTRING PARM-VALUE DELIMITED BY ALL ' '
005380         INTO PARM-NUM-WORK
005390         COUNT IN PARM-NUM-LEN;
005400     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8
005410      THEN
005420       MOVE ZEROES TO PARM-NUM-DIGITS;
005430       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)
005440           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);
005450       IF PARM-NUM-DIGITS IS NUMERIC
005460        THEN
005470         SET PARM-NUM-OK TO TRUE;
005480       END-IF;
005490     END-IF;
005500     IF PARM-NUM-BAD
005510      THEN
005520       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',
005530               'CARD VALUE IGNORED: ', PARM-KEYWORD;
005540     END-IF.
005550 SKIP2
005560 0110-OPEN-OUTPUTS.
005570* The pull list is written fresh each run -- it holds exactly
005580* this run's fallbacks, for the pull pass to put in order.
005590     OPEN OUTPUT APKEDACK-LIST.
005600     IF APKEDACK-LIST-OK
005610      THEN
005620       SET LIST-FILE-IS-OPEN TO TRUE;
005630       MOVE RUN-DATE-W TO HDR-DATE;
005640       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
005650       MOVE LIST-HEADER-LINE TO APKEDACK-LIST-RECORD;
005660       WRITE APKEDACK-LIST-RECORD;
005670       MOVE SPACES TO APKEDACK-LIST-RECORD;
005680       WRITE APKEDACK-LIST-RECORD;
005690       MOVE LIST-COLUMN-LINE TO APKEDACK-LIST-RECORD;
005700       WRITE APKEDACK-LIST-RECORD;
005710      ELSE
005720       DISPLAY PGMNAME, ' LISTING NOT AVAILABLE, STATUS ',
005730               APKEDACK-LIST-STATUS;
005740       MOVE 12 TO EDACK-RC;
005750     END-IF.
005760     IF EDACK-RC < 12
005770      THEN
005780       OPEN OUTPUT APKEDACK-PULL;
005790       IF APKEDACK-PULL-OK
005800        THEN
005810         SET PULL-FILE-IS-OPEN TO TRUE;
005820        ELSE
005830         DISPLAY PGMNAME, ' PULL LIST NOT AVAILABLE, STATUS ',
005840                 APKEDACK-PULL-STATUS;
005850         MOVE 12 TO EDACK-RC;
005860       END-IF;
005870     END-IF.
005880 SKIP2
005890 0120-FEED-SORT.
005900* Release every e-delivery document of the manifest, paired with
005910* its account and statement date from the extract, then decide
005920* whether the run's window has closed, then release every
005930* acknowledgement the portal returned.  Acknowledgements sort
005940* ahead of the document they answer and keep the order they were
005950* read in, so the last one read back is the portal's last word.
005953* A run the run ledger already shows settled is refused before    !@02
005956* any acknowledgement is read.                                    !@02
005960     OPEN INPUT APKEDACK-MANIF.
005970     IF NOT APKEDACK-MANIF-OK
005980      THEN
005990       DISPLAY PGMNAME, ' MANIFEST NOT AVAILABLE, STATUS ',
006000               APKEDACK-MANIF-STATUS;
006010       MOVE 12 TO EDACK-RC;
006020     END-IF.
006030     OPEN INPUT APKEDACK-EDLV.
006040     IF NOT APKEDACK-EDLV-OK
006050      THEN
006060       DISPLAY PGMNAME, ' E-DELIVERY EXTRACT NOT AVAILABLE, ',
006070               'STATUS ', APKEDACK-EDLV-STATUS;
006080       MOVE 12 TO EDACK-RC;
006090     END-IF.
006100     OPEN INPUT APKEDACK-ACK.
006110     IF NOT APKEDACK-ACK-OK
006120      THEN
006130       DISPLAY PGMNAME, ' ACKNOWLEDGEMENTS NOT AVAILABLE, ',
006140               'STATUS ', APKEDACK-ACK-STATUS;
006150       MOVE 12 TO EDACK-RC;
006160     END-IF.
006170     IF EDACK-RC < 12
006180      THEN
006190       SET EDLV-NOT-AT-EOF TO TRUE;
006200       PERFORM 0125-RELEASE-MANIF-DOC
006210           UNTIL MANIF-AT-EOF;
006220       PERFORM 0140-CHECK-WINDOW;
006221       IF EDACK-RC < 12                                           !@02
006222        THEN                                                      !@02
006223         PERFORM 0710-CHECK-PRIOR-SETTLEMENT;                     !@02
006224       END-IF;                                                    !@02
006225       IF EDACK-RC < 12                                           !@02
006226        THEN                                                      !@02
006227         SET LEDGER-POSTING-START TO TRUE;                        !@02
006228         PERFORM 0700-POST-RUN-LEDGER;                            !@02
006229       END-IF;                                                    !@02
006230     END-IF.
006240     IF EDACK-RC < 12
006250      THEN
006260       PERFORM 0130-RELEASE-ACK
006270           UNTIL ACK-AT-EOF;
006280     END-IF.
006290     IF APKEDACK-MANIF-STATUS NOT = 35
006300      THEN
006310       CLOSE APKEDACK-MANIF;
006320     END-IF.
006330     IF APKEDACK-EDLV-STATUS NOT = 35
006340      THEN
006350       CLOSE APKEDACK-EDLV;
006360     END-IF.
006370     IF APKEDACK-ACK-STATUS NOT = 35
006380      THEN
006390       CLOSE APKEDACK-ACK;
006400     END-IF.
006410 SKIP2
006420 0125-RELEASE-MANIF-DOC.
006430* A document the extract cannot pair has no account to match an
006440* acknowledgement against and no HDR to pull; it is listed and
006450* held out of the sort.
006460     READ APKEDACK-MANIF;
006470     IF APKEDACK-MANIF-OK
006480      THEN
006490       IF MANIF-CHANNEL = 'EDLV '
006500        THEN
006510         ADD 1 TO MANIF-EDLV-CNTR;
006520         MOVE MANIF-RUN-IDENT TO MANIF-RUN-W;
006530         PERFORM 0127-PAIR-WITH-EXTRACT;
006540         IF DOC-IS-PAIRED
006550          THEN
006560           MOVE SPACES TO APKEDACK-WRK-RECORD;
006570           MOVE EDLV-ACCT-W TO WRK-ACCT-NUMBER;
006580           MOVE EDLV-DATE-W TO WRK-STMT-DATE;
006590           SET WRK-FROM-MANIF TO TRUE;
006600           MOVE MANIF-EDLV-CNTR TO WRK-ARRIVAL;
006610           MOVE EDLV-HDR-ORDINAL TO WRK-ORDINAL;
006620           MOVE MANIF-SEQ-W TO WRK-SEQNUM;
006630           MOVE ZERO TO WRK-DOC-NUMBER;
006640           IF MANIF-DOC-NUMBER IS NUMERIC
006650            THEN
006660             MOVE MANIF-DOC-NUMBER TO WRK-DOC-NUMBER;
006670           END-IF;
006680           RELEASE APKEDACK-WRK-RECORD;
006690          ELSE
006700           ADD 1 TO NOT-PAIRED-CNTR;
006710           MOVE SPACES TO LIST-DETAIL-LINE;
006720           MOVE ZERO TO LDL-DOC-NUMBER;
006730           IF MANIF-DOC-NUMBER IS NUMERIC
006740            THEN
006750             MOVE MANIF-DOC-NUMBER TO LDL-DOC-NUMBER;
006760           END-IF;
006770           MOVE 'NOT PAIRED' TO LDL-RESULT;
006780           MOVE 'NOT IN E-DELIVERY EXTRACT' TO LDL-REASON;
006790           PERFORM 0250-WRITE-DETAIL-LINE;
006800         END-IF;
006810       END-IF;
006820      ELSE
006830       SET MANIF-AT-EOF TO TRUE;
006840     END-IF.
006850 SKIP2
006860 0127-PAIR-WITH-EXTRACT.
006870* The next extract HDR belongs to this document when it carries
006880* the same sequence number.  When it does not, the document goes
006890* unpaired and the HDR waits for the next e-delivery document --
006900* the catalog load's resynchronization, manifest side advancing.
006910     SET DOC-NOT-PAIRED TO TRUE.
006920     MOVE ZERO TO MANIF-SEQ-W.
006930     IF MANIF-START-SEQNUM IS NUMERIC
006940      THEN
006950       MOVE MANIF-START-SEQNUM TO MANIF-SEQ-W;
006960     END-IF.
006970     PERFORM 0128-READ-EXTRACT-HDR
006980         UNTIL EDLV-PENDING OR EDLV-AT-EOF.
006990     IF EDLV-PENDING AND EDLV-SEQ-W = MANIF-SEQ-W
007000      THEN
007010       SET DOC-IS-PAIRED TO TRUE;
007020       SET EDLV-NOT-PENDING TO TRUE;
007030     END-IF.
007040 SKIP2
007050 0128-READ-EXTRACT-HDR.
007060* Every HDR is counted, whether or not it carries an account, so
007070* the count means the same thing on the pull pass.
007080     READ APKEDACK-EDLV;
007090     IF APKEDACK-EDLV-OK
007100      THEN
007110       IF EDLV-TYPE-IS-HDR
007120        THEN
007130         ADD 1 TO EDLV-HDR-ORDINAL;
007140         SET EDLV-PENDING TO TRUE;
007150         MOVE EDLV-IN-SEQNUM TO EDLV-SEQ-W;
007160         MOVE SPACES TO EDLV-ACCT-W;
007170         MOVE SPACES TO EDLV-DATE-W;
007180         IF EDLV-IN-RECLEN >= 18
007190          THEN
007200           MOVE EDLV-IN-DATA (1 : 10) TO EDLV-ACCT-W;
007210           MOVE EDLV-IN-DATA (11 : 8) TO EDLV-DATE-W;
007220         END-IF;
007230       END-IF;
007240      ELSE
007250       SET EDLV-AT-EOF TO TRUE;
007260     END-IF.
007270 SKIP2
007280 0130-RELEASE-ACK.
007290* An acknowledgement that names no account or carries no status
007300* the portal defines is counted and shown by the totals.
007310     READ APKEDACK-ACK;
007320     IF APKEDACK-ACK-OK
007330      THEN
007340       ADD 1 TO ACK-READ-CNTR;
007350       IF ACK-ACCT-NUMBER = SPACES
007360           OR NOT (ACK-POSTED OR ACK-REJECTED)
007370        THEN
007380         ADD 1 TO ACK-BAD-CNTR;
007390         DISPLAY PGMNAME, ' WARNING - UNREADABLE ',
007400                 'ACKNOWLEDGEMENT ', ACK-READ-CNTR, ' IGNORED';
007410        ELSE
007420         MOVE SPACES TO APKEDACK-WRK-RECORD;
007430         MOVE ACK-ACCT-NUMBER TO WRK-ACCT-NUMBER;
007440         MOVE ACK-STMT-DATE TO WRK-STMT-DATE;
007450         SET WRK-FROM-ACK TO TRUE;
007460         MOVE ACK-READ-CNTR TO WRK-ARRIVAL;
007470         MOVE ACK-STATUS TO WRK-STATUS;
007480         MOVE ACK-REASON TO WRK-REASON;
007490         MOVE ZERO TO WRK-ORDINAL;
007500         MOVE ZERO TO WRK-SEQNUM;
007510         MOVE ZERO TO WRK-DOC-NUMBER;
007520         RELEASE APKEDACK-WRK-RECORD;
007530       END-IF;
007540      ELSE
007550       SET ACK-AT-EOF TO TRUE;
007560     END-IF.
007570 SKIP2
007580 0140-CHECK-WINDOW.
007590* The run went out on the date its run identifier begins with.
007600* Until ACKDAYS days have passed since, the portal may still
007610* post what it has not yet acknowledged, and the run is refused.
007620* A run identifier that carries no readable date cannot be
007630* aged; the window is taken as closed and the step warns.
007640     SET WINDOW-IS-CLOSED TO TRUE.
007650     IF MANIF-EDLV-CNTR > ZERO
007660      THEN
007670       MOVE MANIF-RUN-W (1 : 8) TO DN-DATE;
007680       PERFORM 0145-COMPUTE-DAY-NUMBER;
007690       MOVE DN-RESULT TO RUN-DAY-NUMBER;
007700       MOVE RUN-DATE-W TO DN-DATE;
007710       PERFORM 0145-COMPUTE-DAY-NUMBER;
007720       MOVE DN-RESULT TO TODAY-DAY-NUMBER;
007730       IF RUN-DAY-NUMBER = ZERO
007740           OR RUN-DAY-NUMBER > TODAY-DAY-NUMBER
007750        THEN
007760         DISPLAY PGMNAME, ' WARNING - NO RUN DATE IN RUN ',
007770                 'IDENTIFIER ', MANIF-RUN-W,
007780                 ' - WINDOW TAKEN AS CLOSED';
007790         MOVE 4 TO EDACK-RC;
007800        ELSE
007810         COMPUTE RUN-AGE-DAYS = TODAY-DAY-NUMBER - RUN-DAY-NUMBER;
007820         IF RUN-AGE-DAYS < ACK-DAYS
007830          THEN
007840           SET WINDOW-IS-OPEN TO TRUE;
007850           DISPLAY PGMNAME, ' RUN ', MANIF-RUN-W, ' IS ',
007860                   RUN-AGE-DAYS, ' DAYS OLD - ACKNOWLEDGEMENT ',
007870                   'WINDOW STILL OPEN';
007880           MOVE 12 TO EDACK-RC;
007890         END-IF;
007900       END-IF;
007910     END-IF.
007920 SKIP2
007930 0145-COMPUTE-DAY-NUMBER.
007940* Turn the YYYYMMDD date in DN-DATE into a day number, done in
007950* integer steps so every division truncates: March is counted
007960* as the first month, so the leap day falls at the end of the
007970* year and the month lengths follow the 153/5 pattern.  Only
007980* differences between two day numbers mean anything.  A
007990* malformed date gives zero.
008000     MOVE ZERO TO DN-RESULT.
008010     IF DN-DATE IS NUMERIC
008020      THEN
008030       MOVE DN-DATE-YYYY TO DN-YEAR;
008040       MOVE DN-DATE-MM TO DN-MONTH;
008050       MOVE DN-DATE-DD TO DN-DAY;
008060       IF DN-MONTH >= 1 AND DN-MONTH <= 12
008070           AND DN-DAY >= 1 AND DN-DAY <= 31
008080           AND DN-YEAR > ZERO
008090        THEN
008100         IF DN-MONTH < 3
008110          THEN
008120           ADD 12 TO DN-MONTH;
008130           SUBTRACT 1 FROM DN-YEAR;
008140         END-IF;
008150         DIVIDE DN-YEAR BY 4 GIVING DN-T1;
008160         DIVIDE DN-YEAR BY 100 GIVING DN-T2;
008170         DIVIDE DN-YEAR BY 400 GIVING DN-T3;
008180         COMPUTE DN-T4 = (153 * (DN-MONTH - 3)) + 2;
008190         DIVIDE DN-T4 BY 5 GIVING DN-T4;
008200         COMPUTE DN-RESULT = (365 * DN-YEAR) + DN-T1 - DN-T2
008210             + DN-T3 + DN-T4 + DN-DAY;
008220       END-IF;
008230     END-IF.
008240 SKIP2
008250 0200-JUDGE-SORTED.
008260* Take the records back by account and statement date.  The
008270* acknowledgements of a statement come back first, so each
008280* document is judged against the last of them as it arrives.
008290* Nothing is judged while the window is open, nor for a run       !@02
008295* already settled.                                                !@02
008300     IF EDACK-RC < 12
008310      THEN
008320       SET CUR-GROUP-NONE TO TRUE;
008330       PERFORM 0210-RETURN-RECORD
008340           UNTIL SORT-AT-EOF;
008350       IF CUR-GROUP-ACTIVE
008360        THEN
008370         PERFORM 0230-CLOSE-STATEMENT;
008380       END-IF;
008390     END-IF.
008400 SKIP2
008410 0210-RETURN-RECORD.
008420     RETURN APKEDACK-WRK
008430      AT END
008440       SET SORT-AT-EOF TO TRUE;
008450      NOT AT END
008460       IF CUR-GROUP-ACTIVE
008470           AND (WRK-ACCT-NUMBER NOT = CUR-ACCT-NUMBER
008480             OR WRK-STMT-DATE NOT = CUR-STMT-DATE)
008490        THEN
008500         PERFORM 0230-CLOSE-STATEMENT;
008510       END-IF;
008520       IF CUR-GROUP-NONE
008530        THEN
008540         SET CUR-GROUP-ACTIVE TO TRUE;
008550         MOVE WRK-ACCT-NUMBER TO CUR-ACCT-NUMBER;
008560         MOVE WRK-STMT-DATE TO CUR-STMT-DATE;
008570         MOVE ZERO TO CUR-ACK-CNT;
008580         MOVE ZERO TO CUR-DOC-CNT;
008590         MOVE SPACE TO CUR-LAST-STATUS;
008600         MOVE SPACES TO CUR-LAST-REASON;
008610       END-IF;
008620       IF WRK-FROM-ACK
008630        THEN
008640         ADD 1 TO CUR-ACK-CNT;
008650         MOVE WRK-STATUS TO CUR-LAST-STATUS;
008660         MOVE WRK-REASON TO CUR-LAST-REASON;
008670        ELSE
008680         ADD 1 TO CUR-DOC-CNT;
008690         PERFORM 0220-JUDGE-DOCUMENT;
008700       END-IF;
008710     END-RETURN.
008720 SKIP2
008730 0220-JUDGE-DOCUMENT.
008740* Posted is the end of it.  Rejected or never acknowledged, the
008750* document goes onto the pull list and the listing.
008760     EVALUATE CUR-LAST-STATUS
008770       WHEN 'P'
008780         ADD 1 TO POSTED-CNTR
008790       WHEN 'R'
008800         ADD 1 TO REJECTED-CNTR
008810         MOVE SPACES TO REASON-TEXT
008820         STRING 'REJECTED: ' CUR-LAST-REASON
008830             DELIMITED BY SIZE INTO REASON-TEXT
008840         PERFORM 0225-FALL-BACK
008850       WHEN OTHER
008860         ADD 1 TO NOT-ACKED-CNTR
008870         MOVE 'NO ACKNOWLEDGEMENT FROM THE PORTAL'
008880             TO REASON-TEXT
008890         PERFORM 0225-FALL-BACK
008900     END-EVALUATE.
008910 SKIP2
008920 0225-FALL-BACK.
008930     ADD 1 TO FALLBACK-CNTR.
008940     MOVE SPACES TO APKEDACK-PULL-RECORD.
008950     MOVE WRK-ORDINAL TO PULL-ORDINAL.
008960     MOVE WRK-SEQNUM TO PULL-SEQNUM.
008970     MOVE WRK-DOC-NUMBER TO PULL-DOC-NUMBER.
008980     MOVE CUR-ACCT-NUMBER TO PULL-ACCT-NUMBER.
008990     MOVE CUR-STMT-DATE TO PULL-STMT-DATE.
009000     WRITE APKEDACK-PULL-RECORD.
009010     MOVE SPACES TO LIST-DETAIL-LINE.
009020     MOVE CUR-ACCT-NUMBER TO LDL-ACCT-NUMBER.
009030     MOVE CUR-STMT-DATE TO LDL-STMT-DATE.
009040     MOVE WRK-DOC-NUMBER TO LDL-DOC-NUMBER.
009050     MOVE 'TO PRINT' TO LDL-RESULT.
009060     MOVE REASON-TEXT TO LDL-REASON.
009070     PERFORM 0250-WRITE-DETAIL-LINE.
009080 SKIP2
009090 0230-CLOSE-STATEMENT.
009100* Acknowledgements for a statement this run did not send belong
009110* to another run's settlement; they are only counted.
009120     IF CUR-DOC-CNT = ZERO
009130      THEN
009140       ADD 1 TO OTHER-ACK-CNTR;
009150     END-IF.
009160     SET CUR-GROUP-NONE TO TRUE.
009170 SKIP2
009180 0250-WRITE-DETAIL-LINE.
009190     IF LIST-FILE-IS-OPEN
009200      THEN
009210       MOVE LIST-DETAIL-LINE TO APKEDACK-LIST-RECORD;
009220       WRITE APKEDACK-LIST-RECORD;
009230     END-IF.
009240 SKIP2
009250 0290-CLOSE-OUTPUTS.
009260* Settle the return code, then the totals.  Every e-delivery
009270* document must be accounted for -- posted, or on its way to
009280* print in the fallback member.
009290     IF EDACK-RC < 12
009300      THEN
009310       IF FALLBACK-CNTR > ZERO OR ACK-BAD-CNTR > ZERO
009320        THEN
009330         MOVE 4 TO EDACK-RC;
009340       END-IF;
009350       IF NOT-PAIRED-CNTR > ZERO OR NOT-PULLED-CNTR > ZERO
009360        THEN
009370         MOVE 8 TO EDACK-RC;
009380       END-IF;
009390     END-IF.
009400     IF LIST-FILE-IS-OPEN
009410      THEN
009420       MOVE SPACES TO APKEDACK-LIST-RECORD;
009430       WRITE APKEDACK-LIST-RECORD;
009440       IF MANIF-RUN-W NOT = SPACES
009450        THEN
009460         STRING 'RUN IDENTIFIER ......... ' MANIF-RUN-W
009470             DELIMITED BY SIZE INTO APKEDACK-LIST-RECORD;
009480         WRITE APKEDACK-LIST-RECORD;
009490       END-IF;
009500       MOVE 'ACKNOWLEDGEMENT DAYS ....' TO TOT-LABEL;
009510       MOVE ACK-DAYS TO TOT-VALUE;
009520       PERFORM 0295-WRITE-TOTAL-LINE;
009530       MOVE 'E-DELIVERY PER MANIFEST .' TO TOT-LABEL;
009540       MOVE MANIF-EDLV-CNTR TO TOT-VALUE;
009550       PERFORM 0295-WRITE-TOTAL-LINE;
009560       MOVE 'ACKNOWLEDGEMENTS READ ...' TO TOT-LABEL;
009570       MOVE ACK-READ-CNTR TO TOT-VALUE;
009580       PERFORM 0295-WRITE-TOTAL-LINE;
009590       MOVE 'POSTED ..................' TO TOT-LABEL;
009600       MOVE POSTED-CNTR TO TOT-VALUE;
009610       PERFORM 0295-WRITE-TOTAL-LINE;
009620       MOVE 'REJECTED BY THE PORTAL ..' TO TOT-LABEL;
009630       MOVE REJECTED-CNTR TO TOT-VALUE;
009640       PERFORM 0295-WRITE-TOTAL-LINE;
009650       MOVE 'NOT ACKNOWLEDGED ........' TO TOT-LABEL;
009660       MOVE NOT-ACKED-CNTR TO TOT-VALUE;
009670       PERFORM 0295-WRITE-TOTAL-LINE;
009680       MOVE 'FALLEN BACK TO PRINT ....' TO TOT-LABEL;
009690       MOVE PULLED-CNTR TO TOT-VALUE;
009700       PERFORM 0295-WRITE-TOTAL-LINE;
009710       MOVE 'FALLBACK RECORDS WRITTEN ' TO TOT-LABEL;
009720       MOVE RECS-WRITTEN-CNTR TO TOT-VALUE;
009730       PERFORM 0295-WRITE-TOTAL-LINE;
009740       MOVE 'NOT PAIRED WITH EXTRACT .' TO TOT-LABEL;
009750       MOVE NOT-PAIRED-CNTR TO TOT-VALUE;
009760       PERFORM 0295-WRITE-TOTAL-LINE;
009770       MOVE 'NOT PULLED FROM EXTRACT .' TO TOT-LABEL;
009780       MOVE NOT-PULLED-CNTR TO TOT-VALUE;
009790       PERFORM 0295-WRITE-TOTAL-LINE;
009800       MOVE 'ACKED FOR OTHER RUNS ....' TO TOT-LABEL;
009810       MOVE OTHER-ACK-CNTR TO TOT-VALUE;
009820       PERFORM 0295-WRITE-TOTAL-LINE;
009830       MOVE 'UNREADABLE ACKS .........' TO TOT-LABEL;
009840       MOVE ACK-BAD-CNTR TO TOT-VALUE;
009850       PERFORM 0295-WRITE-TOTAL-LINE;
009860       MOVE SPACES TO APKEDACK-LIST-RECORD;
009870       WRITE APKEDACK-LIST-RECORD;
009880       EVALUATE TRUE
009890         WHEN WINDOW-IS-OPEN
009900           MOVE '*** ACKNOWLEDGEMENT WINDOW OPEN - NOT SETTLED'
009910               TO APKEDACK-LIST-RECORD
009912         WHEN RUN-ALREADY-SETTLED                                 !@02
009915           MOVE '*** RUN ALREADY SETTLED - NOT SETTLED AGAIN'     !@02
009917               TO APKEDACK-LIST-RECORD                            !@02
009920         WHEN EDACK-RC = 12
009930           MOVE '*** NOT RECONCILED - NOTHING SETTLED'
009940               TO APKEDACK-LIST-RECORD
009950         WHEN EDACK-RC = 8
009960           MOVE '*** DOCUMENTS NEITHER POSTED NOR SENT TO PRINT'
009970               TO APKEDACK-LIST-RECORD
009980         WHEN OTHER
009990           MOVE 'EVERY E-DELIVERY DOCUMENT POSTED OR TO PRINT'
010000               TO APKEDACK-LIST-RECORD
010010       END-EVALUATE;
010020       WRITE APKEDACK-LIST-RECORD;
010030       CLOSE APKEDACK-LIST;
010040       SET LIST-FILE-NOT-OPEN TO TRUE;
010050     END-IF.
010060     DISPLAY PGMNAME, ' E-DELIVERY ', MANIF-EDLV-CNTR,
010070             ' POSTED ', POSTED-CNTR,
010080             ' TO PRINT ', PULLED-CNTR.
010090 SKIP2
010100 0295-WRITE-TOTAL-LINE.
010110     MOVE LIST-TOTAL-LINE TO APKEDACK-LIST-RECORD.
010120     WRITE APKEDACK-LIST-RECORD.
010130 SKIP2
010140 0300-WRITE-FALLBACK-MEMBER.
010150* Read the extract a second time, counting HDRs as the pairing
010160* did, and copy out the documents on the pull list, now in
010170* extract order.  The member is opened even when nothing fell
010180* back, so it is always this run's and never a stale one.
010190     OPEN OUTPUT APKEDACK-FBK.
010200     IF NOT APKEDACK-FBK-OK
010210      THEN
010220       DISPLAY PGMNAME, ' FALLBACK MEMBER NOT AVAILABLE, ',
010230               'STATUS ', APKEDACK-FBK-STATUS;
010240       MOVE 12 TO EDACK-RC;
010250     END-IF.
010260     IF EDACK-RC < 12 AND FALLBACK-CNTR > ZERO
010270      THEN
010280       OPEN INPUT APKEDACK-PULL;
010290       OPEN INPUT APKEDACK-EDLV;
010300       IF APKEDACK-PULL-OK AND APKEDACK-EDLV-OK
010310        THEN
010320         SET PULL-NOT-AT-EOF TO TRUE;
010330         SET EDLV-NOT-AT-EOF TO TRUE;
010340         SET NOT-COPYING TO TRUE;
010350         PERFORM 0305-READ-PULL-ENTRY;
010360         PERFORM 0310-COPY-EXTRACT-RECORD
010370             UNTIL EDLV-AT-EOF
010380                OR (PULL-AT-EOF AND NOT-COPYING);
010390         PERFORM 0320-LIST-NOT-PULLED
010400             UNTIL PULL-AT-EOF;
010410         IF RECS-WRITTEN-CNTR > ZERO
010420          THEN
010430           PERFORM 0330-APPEND-CONTROL-TRL;
010440         END-IF;
010450        ELSE
010460         DISPLAY PGMNAME, ' PULL PASS CANNOT READ THE EXTRACT ',
010470                 'OR PULL LIST, STATUS ', APKEDACK-EDLV-STATUS,
010480                 ' ', APKEDACK-PULL-STATUS;
010490         MOVE 12 TO EDACK-RC;
010500       END-IF;
010510       IF APKEDACK-PULL-STATUS NOT = 35
010520        THEN
010530         CLOSE APKEDACK-PULL;
010540       END-IF;
010550       IF APKEDACK-EDLV-STATUS NOT = 35
010560        THEN
010570         CLOSE APKEDACK-EDLV;
010580       END-IF;
010590     END-IF.
010600     IF APKEDACK-FBK-STATUS NOT = 35
010610      THEN
010620       CLOSE APKEDACK-FBK;
010630     END-IF.
010640 SKIP2
010650 0305-READ-PULL-ENTRY.
010660     READ APKEDACK-PULL;
010670     IF NOT APKEDACK-PULL-OK
010680      THEN
010690       SET PULL-AT-EOF TO TRUE;
010700     END-IF.
010710 SKIP2
010720 0310-COPY-EXTRACT-RECORD.
010730* A HDR ends whatever document was being copied.  It starts a
010740* copy when its position is the next one on the pull list and
010750* it still carries the sequence number the pairing saw; a list
010760* entry the extract has passed by is listed as not pulled.
010770     READ APKEDACK-EDLV;
010780     IF APKEDACK-EDLV-OK
010790      THEN
010800       IF EDLV-TYPE-IS-HDR
010810        THEN
010820         ADD 1 TO PULL-HDR-ORDINAL;
010830         SET NOT-COPYING TO TRUE;
010840         PERFORM 0320-LIST-NOT-PULLED
010850             UNTIL PULL-AT-EOF
010860                OR PULL-ORDINAL >= PULL-HDR-ORDINAL;
010870         IF PULL-NOT-AT-EOF
010880             AND PULL-ORDINAL = PULL-HDR-ORDINAL
010890          THEN
010900           IF EDLV-IN-SEQNUM = PULL-SEQNUM
010910            THEN
010920             SET COPYING-DOCUMENT TO TRUE;
010930             ADD 1 TO PULLED-CNTR;
010940             PERFORM 0315-MARK-FOR-PAPER;
010950             PERFORM 0305-READ-PULL-ENTRY;
010960            ELSE
010970             PERFORM 0320-LIST-NOT-PULLED;
010980           END-IF;
010990         END-IF;
011000       END-IF;
011010       IF COPYING-DOCUMENT
011020        THEN
011030         PERFORM 0317-WRITE-FALLBACK-RECORD;
011040         IF EDLV-TYPE-IS-TRL
011050          THEN
011060           SET NOT-COPYING TO TRUE;
011070         END-IF;
011080       END-IF;
011090      ELSE
011100       SET EDLV-AT-EOF TO TRUE;
011110     END-IF.
011120 SKIP2
011130 0315-MARK-FOR-PAPER.
011140* Byte 36 of the HDR data tells the input exit the document must
011150* go to paper.  A HDR too short to carry it is lengthened with
011160* blanks.  The envelope the presort gave it last time no longer
011170* means anything, so bytes 27-35 are cleared.
011180     IF EDLV-IN-RECLEN < 36
011190      THEN
011200       MOVE 36 TO EDLV-IN-RECLEN;
011210       MOVE SPACES TO EDLV-IN-DATA (EDLV-IN-LENGTH - 8 :
011220                                    45 - EDLV-IN-LENGTH);
011230       MOVE 45 TO EDLV-IN-LENGTH;
011240     END-IF.
011250     MOVE SPACES TO EDLV-IN-DATA (27 : 9).
011260     MOVE 'P' TO EDLV-IN-DATA (36 : 1).
011270 SKIP2
011280 0317-WRITE-FALLBACK-RECORD.
011290* Copy the record under the next introducer sequence number,
011300* wrapping from 9999 back to 0 the way the upstream numbering
011310* does.
011320     MOVE EDLV-IN-LENGTH TO FBK-OUT-LENGTH.
011330     MOVE APKEDACK-EDLV-RECORD (1 : EDLV-IN-LENGTH)
011340         TO APKEDACK-FBK-RECORD (1 : FBK-OUT-LENGTH).
011350     MOVE NEXT-SEQNUM TO FBK-OUT-SEQNUM.
011360     ADD 1 TO NEXT-SEQNUM.
011370     IF NEXT-SEQNUM > 9999
011380      THEN
011390       MOVE ZERO TO NEXT-SEQNUM;
011400     END-IF.
011410     WRITE APKEDACK-FBK-RECORD.
011420     ADD 1 TO RECS-WRITTEN-CNTR.
011430 SKIP2
011440 0320-LIST-NOT-PULLED.
011450* A document that fell back but could not be found again in the
011460* extract is on neither channel.
011470     ADD 1 TO NOT-PULLED-CNTR.
011480     MOVE SPACES TO LIST-DETAIL-LINE.
011490     MOVE PULL-ACCT-NUMBER TO LDL-ACCT-NUMBER.
011500     MOVE PULL-STMT-DATE TO LDL-STMT-DATE.
011510     MOVE PULL-DOC-NUMBER TO LDL-DOC-NUMBER.
011520     MOVE 'NOT PULLED' TO LDL-RESULT.
011530     MOVE 'HDR NOT FOUND AGAIN IN THE EXTRACT'
011540         TO LDL-REASON.
011550     PERFORM 0250-WRITE-DETAIL-LINE.
011560     PERFORM 0305-READ-PULL-ENTRY.
011570 SKIP2
011580 0330-APPEND-CONTROL-TRL.
011590* Close the member out the way the presort does: one control
011600* TRL carrying the member's record count, itself included,
011610* under the next sequence number.
011620     ADD 1 TO RECS-WRITTEN-CNTR.
011630     MOVE 8 TO SYNTH-TRL-RECLEN.
011640     MOVE NEXT-SEQNUM TO SYNTH-TRL-SEQNUM.
011650     MOVE RECS-WRITTEN-CNTR TO SYNTH-TRL-COUNT.
011660     MOVE 17 TO FBK-OUT-LENGTH.
011670     MOVE SYNTH-TRL-RECORD
011680         TO APKEDACK-FBK-RECORD (1 : 17).
011690     WRITE APKEDACK-FBK-RECORD.
011700 SKIP2                                                            !@02
011710 0700-POST-RUN-LEDGER.                                            !@02
011720* Record the settlement in the run ledger against the run the     !@02
011730* manifest was cut for: the start once the window has closed      !@02
011740* and no earlier settlement stands, the end as the step           !@02
011750* finishes.  An end posted below 12 is the settlement 0710        !@02
011760* refuses to repeat.                                              !@02
011770     IF MANIF-RUN-W NOT = SPACES                                  !@02
011780      THEN                                                        !@02
011790       INITIALIZE LEDGER-PARMS;                                   !@02
011800       MOVE LEDGER-POSTING TO LGP-FUNCTION;                       !@02
011810       MOVE MANIF-RUN-W TO LGP-RUN-IDENT;                         !@02
011820       MOVE 'APKEDACK' TO LGP-STEP-NAME;                          !@02
011830       MOVE RUN-DATE-W TO LGP-START-DATE;                         !@02
011840       MOVE RUN-TIME-W (1 : 6) TO LGP-START-TIME;                 !@02
011850       MOVE EDACK-RC TO LGP-STEP-RC;                              !@02
011860       MOVE 'E-DOCS' TO LGP-COUNT-LABEL (1);                      !@02
011870       MOVE MANIF-EDLV-CNTR TO LGP-COUNT-VALUE (1);               !@02
011880       MOVE 'POSTED' TO LGP-COUNT-LABEL (2);                      !@02
011890       MOVE POSTED-CNTR TO LGP-COUNT-VALUE (2);                   !@02
011900       MOVE 'TO PRINT' TO LGP-COUNT-LABEL (3);                    !@02
011910       MOVE PULLED-CNTR TO LGP-COUNT-VALUE (3);                   !@02
011920       CALL LEDGER-PGM USING LEDGER-PARMS;                        !@02
011930       IF LGP-RESULT NOT = ZERO                                   !@02
011940        THEN                                                      !@02
011950         DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT POSTED, ',   !@02
011960                 'RESULT ', LGP-RESULT;                           !@02
011970       END-IF;                                                    !@02
011980       IF LEDGER-POSTING-START                                    !@02
011990        THEN                                                      !@02
012000         SET LEDGER-STEP-BEGUN TO TRUE;                           !@02
012010       END-IF;                                                    !@02
012020     END-IF.                                                      !@02
012030 SKIP2                                                            !@02
012040 0710-CHECK-PRIOR-SETTLEMENT.                                     !@02
012050* A run is settled once.  Settling it again would put documents   !@02
012060* already fallen back into a second fallback member and print     !@02
012070* them twice, so a run whose settlement the run ledger shows      !@02
012080* ended below 12 is refused.  A run ledger that cannot be read    !@02
012090* leaves the question open; the step warns and settles.           !@02
012100     IF MANIF-RUN-W NOT = SPACES                                  !@02
012110      THEN                                                        !@02
012120       OPEN INPUT APKEDACK-LEDGER;                                !@02
012130       IF APKEDACK-LEDGER-OK                                      !@02
012140        THEN                                                      !@02
012150         MOVE MANIF-RUN-W TO LEDG-RUN-IDENT;                      !@02
012160         MOVE 'APKEDACK' TO LEDG-STEP-NAME;                       !@02
012170         READ APKEDACK-LEDGER                                     !@02
012180          INVALID KEY                                             !@02
012190           SET RUN-NOT-SETTLED TO TRUE                            !@02
012200          NOT INVALID KEY                                         !@02
012210           IF LEDG-STEP-ENDED AND LEDG-STEP-RC < 12               !@02
012220            THEN                                                  !@02
012230             SET RUN-ALREADY-SETTLED TO TRUE                      !@02
012240             DISPLAY PGMNAME, ' RUN ', MANIF-RUN-W,               !@02
012250                     ' ALREADY SETTLED ', LEDG-END-DATE, ' ',     !@02
012260                     LEDG-END-TIME, ' - NOT SETTLED AGAIN'        !@02
012270           END-IF                                                 !@02
012280         END-READ;                                                !@02
012290         CLOSE APKEDACK-LEDGER;                                   !@02
012300        ELSE                                                      !@02
012310         DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT ',           !@02
012315                 'AVAILABLE, STATUS ', APKEDACK-LEDGER-STATUS,    !@02
012330                 ' - EARLIER SETTLEMENT NOT CHECKED';             !@02
012340         MOVE 4 TO EDACK-RC;                                      !@02
012350       END-IF;                                                    !@02
012360     END-IF.                                                      !@02
012370     IF RUN-ALREADY-SETTLED                                       !@02
012380      THEN                                                        !@02
012390       MOVE 12 TO EDACK-RC;                                       !@02
012400     END-IF.                                                      !@02
