000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:40:00 BY  DLMAINT VERSION 04  *
000120* MODIFICATION HISTORY.                                         *
000130*   15 OCT 2026  DLM  INITIAL VERSION - DOCUMENT CATALOG LOAD.    !@01*
000135*   15 OCT 2026  DLM  MANIFEST RECORD WIDENED FOR ENVELOPE.       !@02*
000137*   15 OCT 2026  DLM  LOAD THE STREAMS OF A SPLIT NIGHT.          !@03*
000138*   15 OCT 2026  DLM  E-DELIVERY FALLBACK IS NOT SENT TWICE.      !@04*
000140 ID DIVISION.
000150 PROGRAM-ID. APKCATLD.
000160 AUTHOR. TURETZKY--HYDRA.
000170 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000180               Document catalog load.  The nightly APKNDX index
000190               extract and APKMANIF manifest are overwritten by
000200               the next night's run; this step, run after the
000210               reconciliation step has certified the night,
000220               carries every document the run produced into the
000230               keyed multi-night document catalog (APKCATLG), so
000240               a statement can be found by account number and
000250               statement date without knowing which night's
000260               datasets to mount.
000270
000280               Each catalog entry is keyed by account number and
000290               statement date and carries the run identifier, the
000300               run's document number, the record sequence span,
000310               the source DD, the page count, the delivery
000320               channel, and the document type the retention purge
000330               (APKCATPG) works by.
000340
000350               A print-channel document takes its account and
000360               statement date from the index extract; documents
000370               the input exit diverted to e-delivery or held mail
000380               never reach the index, so theirs are read off the
000390               HDR records of the APKEDLV and APKHELD extracts.
000400               Each side pairs with the manifest by position
000410               within its channel, confirmed by the HDR sequence
000420               number both carry, exactly as the reconciliation
000430               step pairs the index with the manifest.
000440
000450               The load is refused unless the APKCERT balancing
000460               certificate says the run is in balance, and a
000470               manifest record stamped with any other run
000480               identifier than the certificate's is not loaded.
000481               When the night was split across printers, the      !@03
000483               certificate carries the night's identifier and     !@03
000485               each stream's manifest, index and extracts are     !@03
000486               concatenated in stream order; records stamped      !@03
000488               with one of the night's streams are loaded.        !@03
000490
000500               An account and statement date already in the
000510               catalog from a DIFFERENT run means the customer
000520               was sent the statement twice.  The original entry
000530               is kept, marked sent-twice with the second run's
000540               identifier, and listed.  When the certificate is
000550               for a selective reprint, the second sending is
000560               deliberate: the entry is marked reprinted instead,
000570               and is listed without raising the return code.
000571               A statement first sent by e-delivery and printed   !@04
000573               by a later run is the e-delivery fallback, not a   !@04
000575               second sending: the entry is marked fallen back    !@04
000576               and is likewise listed without raising the return  !@04
000578               code.                                              !@04
000580               Reloading a run already in the catalog changes
000590               nothing.
000600
000610               The step return code:
000620                  0 - every document was cataloged.
000630                  4 - at least one account/date was sent by two
000640                      runs, or a document could not be paired
000650                      with its account and statement date; the
000660                      listing names each one.
000670                 12 - the run is not certified, or the manifest,
000680                      the catalog, or the listing is not
000690                      available; nothing was loaded.
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
001090 TITLE 'Document Catalog Load'.
001100 ENVIRONMENT DIVISION.
001110 CONFIGURATION SECTION.
001120 SOURCE-COMPUTER. IBM-370.
001130 OBJECT-COMPUTER. IBM-370.
001140 INPUT-OUTPUT SECTION.
001150 FILE-CONTROL.
001160     SELECT APKCATLD-CERT       ASSIGN TO SYS001-S-APKCERT
001170                                 ORGANIZATION IS SEQUENTIAL
001180                                 FILE STATUS
001190                                 APKCATLD-CERT-STATUS.
001200     SELECT APKCATLD-MANIF      ASSIGN TO SYS001-S-APKMANIF
001210                                 ORGANIZATION IS SEQUENTIAL
001220                                 FILE STATUS
001230                                 APKCATLD-MANIF-STATUS.
001240     SELECT APKCATLD-NDX        ASSIGN TO SYS001-S-APKNDX
001250                                 ORGANIZATION IS SEQUENTIAL
001260                                 FILE STATUS
001270                                 APKCATLD-NDX-STATUS.
001280     SELECT APKCATLD-EDLV       ASSIGN TO SYS001-S-APKEDLV
001290                                 ORGANIZATION IS SEQUENTIAL
001300                                 FILE STATUS
001310                                 APKCATLD-EDLV-STATUS.
001320     SELECT APKCATLD-HELD       ASSIGN TO SYS001-S-APKHELD
001330                                 ORGANIZATION IS SEQUENTIAL
001340                                 FILE STATUS
001350                                 APKCATLD-HELD-STATUS.
001360     SELECT APKCATLD-CATLG      ASSIGN TO APKCATLG
001370                                 ORGANIZATION IS INDEXED
001380                                 ACCESS MODE IS RANDOM
001390                                 RECORD KEY IS CAT-KEY
001400                                 FILE STATUS
001410                                 APKCATLD-CATLG-STATUS.
001420     SELECT APKCATLD-LIST       ASSIGN TO SYS001-S-APKCLRPT
001430                                 ORGANIZATION IS SEQUENTIAL
001440                                 FILE STATUS
001450                                 APKCATLD-LIST-STATUS.
001460     EJECT
001470 DATA DIVISION.
001480 FILE SECTION.
001490/ ONE-PAGE BALANCING CERTIFICATE WRITTEN BY THE RECONCILIATION.
001500 FD  APKCATLD-CERT,
001510     RECORDING MODE IS F,
001520     BLOCK CONTAINS 0 RECORDS.
001530 01  APKCATLD-CERT-RECORD        PIC X(80).
001540/ LOGICAL-DOCUMENT MANIFEST WRITTEN BY THE INPUT EXIT.
001550 FD  APKCATLD-MANIF,
001560     RECORDING MODE IS F,
001570     BLOCK CONTAINS 0 RECORDS.
001580 01  APKCATLD-MANIF-RECORD.
001590     05  MANIF-DOC-NUMBER        PIC 9(8).
001600     05  FILLER                  PIC X.
001610     05  MANIF-START-SEQNUM      PIC 9(8).
001620     05  FILLER                  PIC X.
001630     05  MANIF-END-SEQNUM        PIC 9(8).
001640     05  FILLER                  PIC X.
001650     05  MANIF-SOURCE-DD         PIC X(8).
001660     05  FILLER                  PIC X.
001670     05  MANIF-PAGE-COUNT        PIC 9(8).
001680     05  FILLER                  PIC X.
001690     05  MANIF-CUST-NAME         PIC X(30).
001700     05  FILLER                  PIC X.
001710     05  MANIF-CHANNEL           PIC X(5).
001720     05  FILLER                  PIC X.
001730     05  MANIF-RUN-IDENT         PIC X(22).
001740     05  FILLER                  PIC X(12).                       !@02
001750/ INDEX-VALUE EXTRACT WRITTEN BY THE INDEX EXIT.
001760 FD  APKCATLD-NDX,
001770     RECORDING MODE IS F,
001780     BLOCK CONTAINS 0 RECORDS.
001790 01  APKCATLD-NDX-RECORD.
001800     05  NDXREC-DOC-NUMBER       PIC 9(8).
001810     05  FILLER                  PIC X.
001820     05  NDXREC-SEQNUM           PIC 9(8).
001830     05  FILLER                  PIC X.
001840     05  NDXREC-ACCT-NUMBER      PIC X(10).
001850     05  FILLER                  PIC X.
001860     05  NDXREC-STMT-DATE        PIC X(8).
001870     05  FILLER                  PIC X.
001880     05  NDXREC-DOC-TYPE         PIC X(3).
001890     05  FILLER                  PIC X.
001900     05  NDXREC-CUST-NAME        PIC X(30).
001910     05  FILLER                  PIC X(8).
001920/ E-DELIVERY EXTRACT -- DIVERTED DOCUMENTS, RECORDS INTACT.
001930 FD  APKCATLD-EDLV,
001940     BLOCK CONTAINS 0 RECORDS,
001950     RECORDING MODE IS V
001960     RECORD VARYING FROM 08 TO 32752
001970         DEPENDING ON EDLV-IN-LENGTH.
001980 01  APKCATLD-EDLV-RECORD.
001990     05  EDLV-IN-INTRODUCER.
002000       10  EDLV-IN-CC        PIC X.
002010       10  EDLV-IN-LEN-CHR   PIC XX.
002020       10  EDLV-IN-RECLEN REDEFINES
002030                                EDLV-IN-LEN-CHR
002040                           PIC 9(4) COMP.
002050       10  EDLV-IN-TYPE      PIC XXX.
002060           88  EDLV-TYPE-IS-HDR    VALUE 'HDR'.
002070       10  EDLV-IN-FLAG      PIC X.
002080       10  EDLV-IN-SEQ-CHR   PIC XX.
002090       10  EDLV-IN-SEQNUM REDEFINES
002100                                EDLV-IN-SEQ-CHR
002110                           PIC 9(4) COMP.
002120     05  EDLV-IN-DATA.
002130         10  EDLV-IN-ARRAY
002140                           OCCURS 32743,
002150                           DEPENDING ON
002160                           EDLV-IN-RECLEN,
002170                           PIC X.
002180/ HELD-MAIL EXTRACT -- DIVERTED DOCUMENTS, RECORDS INTACT.
002190 FD  APKCATLD-HELD,
002200     BLOCK CONTAINS 0 RECORDS,
002210     RECORDING MODE IS V
002220     RECORD VARYING FROM 08 TO 32752
002230         DEPENDING ON HELD-IN-LENGTH.
002240 01  APKCATLD-HELD-RECORD.
002250     05  HELD-IN-INTRODUCER.
002260       10  HELD-IN-CC        PIC X.
002270       10  HELD-IN-LEN-CHR   PIC XX.
002280       10  HELD-IN-RECLEN REDEFINES
002290                                HELD-IN-LEN-CHR
002300                           PIC 9(4) COMP.
002310       10  HELD-IN-TYPE      PIC XXX.
002320           88  HELD-TYPE-IS-HDR    VALUE 'HDR'.
002330       10  HELD-IN-FLAG      PIC X.
002340       10  HELD-IN-SEQ-CHR   PIC XX.
002350       10  HELD-IN-SEQNUM REDEFINES
002360                                HELD-IN-SEQ-CHR
002370                           PIC 9(4) COMP.
002380     05  HELD-IN-DATA.
002390         10  HELD-IN-ARRAY
002400                           OCCURS 32743,
002410                           DEPENDING ON
002420                           HELD-IN-RECLEN,
002430                           PIC X.
002440/ MULTI-NIGHT DOCUMENT CATALOG (KEYED VSAM).
002450 FD  APKCATLD-CATLG,
002460     RECORD CONTAINS 160 CHARACTERS.
002470 01  CAT-RECORD.
002480     05  CAT-KEY.
002490         10  CAT-ACCT-NUMBER     PIC X(10).
002500         10  CAT-STMT-DATE       PIC X(8).
002510     05  FILLER                  PIC X.
002520     05  CAT-DOC-TYPE            PIC X(3).
002530     05  FILLER                  PIC X.
002540     05  CAT-RUN-IDENT           PIC X(22).
002550     05  FILLER                  PIC X.
002560     05  CAT-DOC-NUMBER          PIC 9(8).
002570     05  FILLER                  PIC X.
002580     05  CAT-START-SEQNUM        PIC 9(8).
002590     05  FILLER                  PIC X.
002600     05  CAT-END-SEQNUM          PIC 9(8).
002610     05  FILLER                  PIC X.
002620     05  CAT-SOURCE-DD           PIC X(8).
002630     05  FILLER                  PIC X.
002640     05  CAT-PAGE-COUNT          PIC 9(8).
002650     05  FILLER                  PIC X.
002660     05  CAT-CHANNEL             PIC X(5).
002670     05  FILLER                  PIC X.
002680     05  CAT-LOAD-DATE           PIC X(8).
002690     05  FILLER                  PIC X.
002700     05  CAT-DUP-FLAG            PIC X.
002710         88  CAT-SENT-ONCE       VALUE ' '.
002720         88  CAT-SENT-TWICE      VALUE 'D'.
002730         88  CAT-REPRINTED       VALUE 'R'.
002735         88  CAT-FELL-BACK       VALUE 'F'.                       !@04
002740     05  FILLER                  PIC X.
002750     05  CAT-DUP-RUN-IDENT       PIC X(22).
002760     05  FILLER                  PIC X(30).
002770/ THE LOAD LISTING -- EXCEPTIONS AND TOTALS.
002780 FD  APKCATLD-LIST,
002790     RECORDING MODE IS F,
002800     BLOCK CONTAINS 0 RECORDS.
002810 01  APKCATLD-LIST-RECORD       PIC X(80).
002820   SKIP3
002830 WORKING-STORAGE SECTION.
002840 77  PGMNAME                 PIC X(8) VALUE 'APKCATLD'.
002850 77  CATLD-RC                PIC 9(4) BINARY VALUE ZERO.
002860 77  RUN-DATE-W              PIC X(8) VALUE SPACES.
002870 77  RUN-TIME-W              PIC X(8) VALUE SPACES.
002880 77  EDLV-IN-LENGTH          PIC 9(8) BINARY VALUE ZERO.
002890 77  HELD-IN-LENGTH          PIC 9(8) BINARY VALUE ZERO.
002900 77  MANIF-READ-CNTR         PIC 9(8) BINARY VALUE ZERO.
002910 77  CAT-ADDED-CNTR          PIC 9(8) BINARY VALUE ZERO.
002920 77  CAT-RELOAD-CNTR         PIC 9(8) BINARY VALUE ZERO.
002930 77  CAT-TWICE-CNTR          PIC 9(8) BINARY VALUE ZERO.
002940 77  CAT-REPRINT-CNTR        PIC 9(8) BINARY VALUE ZERO.
002945 77  CAT-FALLBACK-CNTR       PIC 9(8) BINARY VALUE ZERO.          !@04
002950 77  CAT-SAME-RUN-CNTR       PIC 9(8) BINARY VALUE ZERO.
002960 77  UNPAIRED-CNTR           PIC 9(8) BINARY VALUE ZERO.
002970 77  WRONG-RUN-CNTR          PIC 9(8) BINARY VALUE ZERO.
002980* The run the certificate vouches for, and the record in hand
002990* paired with its account, statement date, and document type.
003000 77  CERT-RUN-IDENT          PIC X(22) VALUE SPACES.
003010 77  PAIR-ACCT-NUMBER        PIC X(10) VALUE SPACES.
003020 77  PAIR-STMT-DATE          PIC X(8)  VALUE SPACES.
003030 77  PAIR-DOC-TYPE           PIC X(3)  VALUE SPACES.
003040 77  MANIF-SEQ-W             PIC 9(8) BINARY VALUE ZERO.
003050 77  RESULT-TEXT             PIC X(22) VALUE SPACES.
003060 77  OTHER-RUN-IDENT         PIC X(22) VALUE SPACES.
003070* ONE PAIRING SOURCE PER CHANNEL: 1 - THE INDEX EXTRACT (PRINT),
003080* 2 - THE E-DELIVERY EXTRACT, 3 - THE HELD-MAIL EXTRACT.  EACH
003090* HOLDS THE NEXT DOCUMENT ITS CHANNEL OFFERS UNTIL A MANIFEST
003100* RECORD OF THAT CHANNEL CLAIMS IT.
003110 77  SRC-SUB                 PIC 9(4) BINARY VALUE ZERO.
003120 01  PAIRING-SOURCES.
003130     05  PAIRING-SOURCE      OCCURS 3 TIMES.
003140         10  SRC-OPEN-SW     PIC X.
003150             88  SRC-IS-OPEN     VALUE 'Y'.
003160             88  SRC-NOT-OPEN    VALUE 'N'.
003170         10  SRC-EOF-SW      PIC X.
003180             88  SRC-AT-EOF      VALUE 'Y'.
003190             88  SRC-NOT-AT-EOF  VALUE 'N'.
003200         10  SRC-PENDING-SW  PIC X.
003210             88  SRC-PENDING     VALUE 'Y'.
003220             88  SRC-NOT-PENDING VALUE 'N'.
003230         10  SRC-ACCT-NUMBER PIC X(10).
003240         10  SRC-STMT-DATE   PIC X(8).
003250         10  SRC-DOC-TYPE    PIC X(3).
003260         10  SRC-SEQNUM      PIC 9(8) BINARY.
003270         10  SRC-DOC-CNTR    PIC 9(8) BINARY.
003280* REPORT LINE LAYOUTS.
003290 01  LIST-HEADER-LINE.
003300     05  FILLER              PIC X(31)
003310         VALUE 'APKCATLD  DOCUMENT CATALOG LOAD'.
003320     05  FILLER              PIC X(3)  VALUE SPACES.
003330     05  HDR-DATE            PIC X(8).
003340     05  FILLER              PIC X     VALUE SPACE.
003350     05  HDR-TIME            PIC X(6).
003360     05  FILLER              PIC X(31) VALUE SPACES.
003370 01  LIST-COLUMN-LINE.
003380     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
003390     05  FILLER              PIC X(9)  VALUE 'STMT DTE'.
003400     05  FILLER              PIC X(9)  VALUE 'DOCUMENT'.
003410     05  FILLER              PIC X(6)  VALUE 'CHAN'.
003420     05  FILLER              PIC X(23) VALUE 'RESULT'.
003430     05  FILLER              PIC X(22) VALUE 'OTHER RUN'.
003440 01  LIST-DETAIL-LINE.
003450     05  LDL-ACCT-NUMBER     PIC X(10).
003460     05  FILLER              PIC X     VALUE SPACE.
003470     05  LDL-STMT-DATE       PIC X(8).
003480     05  FILLER              PIC X     VALUE SPACE.
003490     05  LDL-DOC-NUMBER      PIC ZZZZZZZ9.
003500     05  FILLER              PIC X     VALUE SPACE.
003510     05  LDL-CHANNEL         PIC X(5).
003520     05  FILLER              PIC X     VALUE SPACE.
003530     05  LDL-RESULT          PIC X(22).
003540     05  FILLER              PIC X     VALUE SPACE.
003550     05  LDL-OTHER-RUN       PIC X(22).
003560 01  LIST-TOTAL-LINE.
003570     05  TOT-LABEL           PIC X(26).
003580     05  TOT-VALUE           PIC ZZZZZZZ9.
003590     05  FILLER              PIC X(46) VALUE SPACES.
003600 01  LOAD-SWITCHES.
003610     05  CERT-EOF-SW         PIC X    VALUE 'N'.
003620         88  CERT-AT-EOF         VALUE 'Y'.
003630     05  CERT-BALANCE-SW     PIC X    VALUE 'N'.
003640         88  CERT-IN-BALANCE     VALUE 'Y'.
003650         88  CERT-NOT-IN-BALANCE VALUE 'N'.
003660     05  CERT-MODE-SW        PIC X    VALUE 'N'.
003670         88  CERT-FOR-REPRINT    VALUE 'Y'.
003680         88  CERT-FOR-FULL-RUN   VALUE 'N'.
003690     05  MANIF-EOF-SW        PIC X    VALUE 'N'.
003700         88  MANIF-AT-EOF        VALUE 'Y'.
003710     05  MANIF-FILE-SW       PIC X    VALUE 'N'.
003720         88  MANIF-FILE-IS-OPEN  VALUE 'Y'.
003730         88  MANIF-FILE-NOT-OPEN VALUE 'N'.
003740     05  CATLG-FILE-SW       PIC X    VALUE 'N'.
003750         88  CATLG-FILE-IS-OPEN  VALUE 'Y'.
003760         88  CATLG-FILE-NOT-OPEN VALUE 'N'.
003770     05  LIST-FILE-SW        PIC X    VALUE 'N'.
003780         88  LIST-FILE-IS-OPEN   VALUE 'Y'.
003790         88  LIST-FILE-NOT-OPEN  VALUE 'N'.
003800     05  PAIR-FOUND-SW       PIC X    VALUE 'N'.
003810         88  PAIR-FOUND          VALUE 'Y'.
003820         88  PAIR-NOT-FOUND      VALUE 'N'.
003830 01  GLOBAL-VARIABLES.
003840     05  APKCATLD-CERT-STATUS    PIC 99   VALUE ZERO.
003850         88  APKCATLD-CERT-OK    VALUE 00.
003860     05  APKCATLD-MANIF-STATUS   PIC 99   VALUE ZERO.
003870         88  APKCATLD-MANIF-OK   VALUE 00.
003880     05  APKCATLD-NDX-STATUS     PIC 99   VALUE ZERO.
003890         88  APKCATLD-NDX-OK     VALUE 00.
003900     05  APKCATLD-EDLV-STATUS    PIC 99   VALUE ZERO.
003910         88  APKCATLD-EDLV-OK    VALUE 00.
003920     05  APKCATLD-HELD-STATUS    PIC 99   VALUE ZERO.
003930         88  APKCATLD-HELD-OK    VALUE 00.
003940     05  APKCATLD-CATLG-STATUS   PIC 99   VALUE ZERO.
003950         88  APKCATLD-CATLG-OK   VALUE 00.
003960     05  APKCATLD-LIST-STATUS    PIC 99   VALUE ZERO.
003970         88  APKCATLD-LIST-OK    VALUE 00.
003980     SKIP1
003990 TITLE 'Initialization and Main Line'.
004000 PROCEDURE DIVISION.
004010     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.
004020     ACCEPT RUN-TIME-W FROM TIME.
004030     PERFORM 0100-CHECK-CERTIFICATE.
004040     PERFORM 0110-OPEN-FILES.
004050     IF CATLD-RC < 12
004060      THEN
004070       PERFORM 0120-LOAD-ONE-DOCUMENT
004080           UNTIL MANIF-AT-EOF;
004090     END-IF.
004100     PERFORM 0190-CLOSE-FILES.
004110     DISPLAY PGMNAME, ' CATALOG LOAD COMPLETE, RC ', CATLD-RC.
004120     MOVE CATLD-RC TO RETURN-CODE.
004130     GOBACK.
004140 SKIP3
004150 0100-CHECK-CERTIFICATE.
004160* Nothing is cataloged for a run the reconciliation step has not
004170* certified.  The certificate's closing line says whether the run
004180* is in balance; its run-identifier line names the run; a
004190* selective reprint says so in its own note.
004200     OPEN INPUT APKCATLD-CERT.
004210     IF APKCATLD-CERT-OK
004220      THEN
004230       PERFORM 0105-READ-CERT-LINE
004240           UNTIL CERT-AT-EOF;
004250       CLOSE APKCATLD-CERT;
004260      ELSE
004270       DISPLAY PGMNAME, ' BALANCING CERTIFICATE NOT AVAILABLE, ',
004280               'STATUS ', APKCATLD-CERT-STATUS;
004290     END-IF.
004300     IF CERT-NOT-IN-BALANCE
004310      THEN
004320       DISPLAY PGMNAME, ' RUN IS NOT CERTIFIED IN BALANCE - ',
004330               'NOTHING CATALOGED';
004340       MOVE 12 TO CATLD-RC;
004350     END-IF.
004360 SKIP2
004370 0105-READ-CERT-LINE.
004380     READ APKCATLD-CERT;
004390     IF APKCATLD-CERT-OK
004400      THEN
004410       IF APKCATLD-CERT-RECORD (1 : 25)
004420           = 'RUN IDENTIFIER ......... '
004430        THEN
004440         MOVE APKCATLD-CERT-RECORD (26 : 22) TO CERT-RUN-IDENT;
004450       END-IF;
004460       IF APKCATLD-CERT-RECORD (1 : 17) = 'RUN IS IN BALANCE'
004470        THEN
004480         SET CERT-IN-BALANCE TO TRUE;
004490       END-IF;
004500       IF APKCATLD-CERT-RECORD (1 : 21) = 'SELECTIVE REPRINT RUN'
004510        THEN
004520         SET CERT-FOR-REPRINT TO TRUE;
004530       END-IF;
004540      ELSE
004550       SET CERT-AT-EOF TO TRUE;
004560     END-IF.
004570 SKIP2
004580 0110-OPEN-FILES.
004590* The listing opens even for a refused load, so the refusal is
004600* on paper.  The index and the diverted-mail extracts are opened
004610* as pairing sources; a missing one leaves its channel's
004620* documents unpaired rather than stopping the load.
004630     MOVE SPACES TO PAIRING-SOURCES.
004640     OPEN OUTPUT APKCATLD-LIST.
004650     IF APKCATLD-LIST-OK
004660      THEN
004670       SET LIST-FILE-IS-OPEN TO TRUE;
004680       MOVE RUN-DATE-W TO HDR-DATE;
004690       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;
004700       MOVE LIST-HEADER-LINE TO APKCATLD-LIST-RECORD;
004710       WRITE APKCATLD-LIST-RECORD;
004720       MOVE SPACES TO APKCATLD-LIST-RECORD;
004730       STRING 'RUN IDENTIFIER ......... ' CERT-RUN-IDENT
004740           DELIMITED BY SIZE INTO APKCATLD-LIST-RECORD;
004750       WRITE APKCATLD-LIST-RECORD;
004760       MOVE SPACES TO APKCATLD-LIST-RECORD;
004770       WRITE APKCATLD-LIST-RECORD;
004780       MOVE LIST-COLUMN-LINE TO APKCATLD-LIST-RECORD;
004790       WRITE APKCATLD-LIST-RECORD;
004800      ELSE
004810       DISPLAY PGMNAME, ' LISTING NOT AVAILABLE, STATUS ',
004820               APKCATLD-LIST-STATUS;
004830       MOVE 12 TO CATLD-RC;
004840     END-IF.
004850     IF CATLD-RC < 12
004860      THEN
004870       OPEN INPUT APKCATLD-MANIF;
004880       IF APKCATLD-MANIF-OK
004890        THEN
004900         SET MANIF-FILE-IS-OPEN TO TRUE;
004910        ELSE
004920         DISPLAY PGMNAME, ' MANIFEST NOT AVAILABLE, STATUS ',
004930                 APKCATLD-MANIF-STATUS;
004940         MOVE 12 TO CATLD-RC;
004950       END-IF;
004960     END-IF.
004970     IF CATLD-RC < 12
004980      THEN
004990       OPEN I-O APKCATLD-CATLG;
005000       IF APKCATLD-CATLG-OK
005010        THEN
005020         SET CATLG-FILE-IS-OPEN TO TRUE;
005030        ELSE
005040         DISPLAY PGMNAME, ' DOCUMENT CATALOG NOT AVAILABLE, ',
005050                 'STATUS ', APKCATLD-CATLG-STATUS;
005060         MOVE 12 TO CATLD-RC;
005070       END-IF;
005080     END-IF.
005090     IF CATLD-RC < 12
005100      THEN
005110       PERFORM 0115-OPEN-PAIRING-SOURCE
005120           VARYING SRC-SUB FROM 1 BY 1
005130           UNTIL SRC-SUB > 3;
005140      ELSE
005150       SET MANIF-AT-EOF TO TRUE;
005160     END-IF.
005170 SKIP2
005180 0115-OPEN-PAIRING-SOURCE.
005190     SET SRC-NOT-OPEN (SRC-SUB) TO TRUE.
005200     SET SRC-AT-EOF (SRC-SUB) TO TRUE.
005210     SET SRC-NOT-PENDING (SRC-SUB) TO TRUE.
005220     MOVE ZERO TO SRC-DOC-CNTR (SRC-SUB).
005230     EVALUATE SRC-SUB
005240       WHEN 1
005250         OPEN INPUT APKCATLD-NDX
005260         IF APKCATLD-NDX-OK
005270          THEN
005280           SET SRC-IS-OPEN (SRC-SUB) TO TRUE
005290         END-IF
005300       WHEN 2
005310         OPEN INPUT APKCATLD-EDLV
005320         IF APKCATLD-EDLV-OK
005330          THEN
005340           SET SRC-IS-OPEN (SRC-SUB) TO TRUE
005350         END-IF
005360       WHEN OTHER
005370         OPEN INPUT APKCATLD-HELD
005380         IF APKCATLD-HELD-OK
005390          THEN
005400           SET SRC-IS-OPEN (SRC-SUB) TO TRUE
005410         END-IF
005420     END-EVALUATE.
005430     IF SRC-IS-OPEN (SRC-SUB)
005440      THEN
005450       SET SRC-NOT-AT-EOF (SRC-SUB) TO TRUE;
005460     END-IF.
005470 SKIP2
005480 0120-LOAD-ONE-DOCUMENT.
005490* One manifest record is one document.  It is paired with its
005500* account and statement date through its channel's source and,
005510* when paired, cataloged.
005520     READ APKCATLD-MANIF;
005530     IF APKCATLD-MANIF-OK
005540      THEN
005550       ADD 1 TO MANIF-READ-CNTR;
005560       MOVE SPACES TO RESULT-TEXT;
005570       MOVE SPACES TO OTHER-RUN-IDENT;
005580       MOVE SPACES TO PAIR-ACCT-NUMBER;
005590       MOVE SPACES TO PAIR-STMT-DATE;
005600       IF CERT-RUN-IDENT NOT = SPACES                             !@03
005603           AND MANIF-RUN-IDENT NOT = CERT-RUN-IDENT               !@03
005606           AND NOT (MANIF-RUN-IDENT (1 : 20)                      !@03
005610                      = CERT-RUN-IDENT (1 : 20)                   !@03
005613                AND MANIF-RUN-IDENT (21 : 1) = '.'                !@03
005616                AND MANIF-RUN-IDENT (22 : 1) IS NUMERIC)          !@03
005620        THEN
005630         ADD 1 TO WRONG-RUN-CNTR;
005640         MOVE 'NOT THE CERTIFIED RUN' TO RESULT-TEXT;
005650         MOVE MANIF-RUN-IDENT TO OTHER-RUN-IDENT;
005660        ELSE
005670         PERFORM 0130-PAIR-WITH-SOURCE;
005680         IF PAIR-FOUND
005690          THEN
005700           PERFORM 0150-CATALOG-DOCUMENT;
005710          ELSE
005720           ADD 1 TO UNPAIRED-CNTR;
005730           MOVE 'NO ACCOUNT/DATE FOUND' TO RESULT-TEXT;
005740         END-IF;
005750       END-IF;
005760       IF RESULT-TEXT NOT = SPACES
005770        THEN
005780         PERFORM 0170-LIST-DOCUMENT;
005790       END-IF;
005800      ELSE
005810       SET MANIF-AT-EOF TO TRUE;
005820     END-IF.
005830 SKIP2
005840 0130-PAIR-WITH-SOURCE.
005850* The nth manifest record of a channel pairs with the nth
005860* document its source offers, confirmed by the HDR sequence
005870* number both carry.  When the two disagree the manifest side
005880* advances and the source keeps its document for the next
005890* manifest record of the channel -- the same way the
005900* reconciliation step resynchronizes the index.
005910     SET PAIR-NOT-FOUND TO TRUE.
005920     EVALUATE MANIF-CHANNEL
005930       WHEN 'PRINT'
005940         MOVE 1 TO SRC-SUB
005950       WHEN 'EDLV '
005960         MOVE 2 TO SRC-SUB
005970       WHEN 'HELD '
005980         MOVE 3 TO SRC-SUB
005990       WHEN OTHER
006000         MOVE ZERO TO SRC-SUB
006010     END-EVALUATE.
006020     MOVE ZERO TO MANIF-SEQ-W.
006030     IF MANIF-START-SEQNUM IS NUMERIC
006040      THEN
006050       MOVE MANIF-START-SEQNUM TO MANIF-SEQ-W;
006060     END-IF.
006070     IF SRC-SUB > ZERO
006080      THEN
006090       IF SRC-NOT-PENDING (SRC-SUB)
006100           AND SRC-NOT-AT-EOF (SRC-SUB)
006110        THEN
006120         PERFORM 0135-FETCH-FROM-SOURCE;
006130       END-IF;
006140       IF SRC-PENDING (SRC-SUB)
006150           AND SRC-SEQNUM (SRC-SUB) = MANIF-SEQ-W
006160        THEN
006170         MOVE SRC-ACCT-NUMBER (SRC-SUB) TO PAIR-ACCT-NUMBER;
006180         MOVE SRC-STMT-DATE (SRC-SUB) TO PAIR-STMT-DATE;
006190         MOVE SRC-DOC-TYPE (SRC-SUB) TO PAIR-DOC-TYPE;
006200         SET SRC-NOT-PENDING (SRC-SUB) TO TRUE;
006210         SET PAIR-FOUND TO TRUE;
006220       END-IF;
006230     END-IF.
006240 SKIP2
006250 0135-FETCH-FROM-SOURCE.
006260* Bring the channel's next document into hand.  The index
006270* offers one record per document; an extract is read through
006280* to its next HDR, whose data carries the account (bytes 1-10),
006290* the statement date (11-18), and the document type (19-21).
006300     EVALUATE SRC-SUB
006310       WHEN 1
006320         READ APKCATLD-NDX
006330         IF APKCATLD-NDX-OK
006340          THEN
006350           SET SRC-PENDING (SRC-SUB) TO TRUE
006360           MOVE NDXREC-ACCT-NUMBER TO SRC-ACCT-NUMBER (SRC-SUB)
006370           MOVE NDXREC-STMT-DATE TO SRC-STMT-DATE (SRC-SUB)
006380           MOVE NDXREC-DOC-TYPE TO SRC-DOC-TYPE (SRC-SUB)
006390           MOVE ZERO TO SRC-SEQNUM (SRC-SUB)
006400           IF NDXREC-SEQNUM IS NUMERIC
006410            THEN
006420             MOVE NDXREC-SEQNUM TO SRC-SEQNUM (SRC-SUB)
006430           END-IF
006440          ELSE
006450           SET SRC-AT-EOF (SRC-SUB) TO TRUE
006460         END-IF
006470       WHEN 2
006480         PERFORM 0137-READ-EDLV-RECORD
006490             UNTIL SRC-PENDING (SRC-SUB)
006500                OR SRC-AT-EOF (SRC-SUB)
006510       WHEN OTHER
006520         PERFORM 0139-READ-HELD-RECORD
006530             UNTIL SRC-PENDING (SRC-SUB)
006540                OR SRC-AT-EOF (SRC-SUB)
006550     END-EVALUATE.
006560     IF SRC-PENDING (SRC-SUB)
006570      THEN
006580       ADD 1 TO SRC-DOC-CNTR (SRC-SUB);
006590     END-IF.
006600 SKIP2
006610 0137-READ-EDLV-RECORD.
006620     READ APKCATLD-EDLV;
006630     IF APKCATLD-EDLV-OK
006640      THEN
006650       IF EDLV-TYPE-IS-HDR AND EDLV-IN-RECLEN >= 21
006660        THEN
006670         SET SRC-PENDING (SRC-SUB) TO TRUE;
006680         MOVE EDLV-IN-DATA (1 : 10) TO SRC-ACCT-NUMBER (SRC-SUB);
006690         MOVE EDLV-IN-DATA (11 : 8) TO SRC-STMT-DATE (SRC-SUB);
006700         MOVE EDLV-IN-DATA (19 : 3) TO SRC-DOC-TYPE (SRC-SUB);
006710         MOVE EDLV-IN-SEQNUM TO SRC-SEQNUM (SRC-SUB);
006720       END-IF;
006730      ELSE
006740       SET SRC-AT-EOF (SRC-SUB) TO TRUE;
006750     END-IF.
006760 SKIP2
006770 0139-READ-HELD-RECORD.
006780     READ APKCATLD-HELD;
006790     IF APKCATLD-HELD-OK
006800      THEN
006810       IF HELD-TYPE-IS-HDR AND HELD-IN-RECLEN >= 21
006820        THEN
006830         SET SRC-PENDING (SRC-SUB) TO TRUE;
006840         MOVE HELD-IN-DATA (1 : 10) TO SRC-ACCT-NUMBER (SRC-SUB);
006850         MOVE HELD-IN-DATA (11 : 8) TO SRC-STMT-DATE (SRC-SUB);
006860         MOVE HELD-IN-DATA (19 : 3) TO SRC-DOC-TYPE (SRC-SUB);
006870         MOVE HELD-IN-SEQNUM TO SRC-SEQNUM (SRC-SUB);
006880       END-IF;
006890      ELSE
006900       SET SRC-AT-EOF (SRC-SUB) TO TRUE;
006910     END-IF.
006920 SKIP2
006930 0150-CATALOG-DOCUMENT.
006940* Look the account and statement date up in the catalog.  A new
006950* key is simply added.  The same key from the same run is a
006960* reload and changes nothing, unless it is a different document
006970* of that run -- the account statemented twice in one night,
006980* which is listed and left as first cataloged.  The same key
006990* from another run is the customer sent the statement twice:
007000* the first sending stays the entry of record and is marked
007010* with the run that sent it again.
007020     MOVE PAIR-ACCT-NUMBER TO CAT-ACCT-NUMBER.
007030     MOVE PAIR-STMT-DATE TO CAT-STMT-DATE.
007040     READ APKCATLD-CATLG
007050      INVALID KEY
007060       PERFORM 0155-ADD-CATALOG-ENTRY
007070      NOT INVALID KEY
007080       PERFORM 0160-NOTE-SECOND-SENDING
007090     END-READ.
007100 SKIP2
007110 0155-ADD-CATALOG-ENTRY.
007120     MOVE SPACES TO CAT-RECORD.
007130     MOVE PAIR-ACCT-NUMBER TO CAT-ACCT-NUMBER.
007140     MOVE PAIR-STMT-DATE TO CAT-STMT-DATE.
007150     MOVE PAIR-DOC-TYPE TO CAT-DOC-TYPE.
007160     MOVE MANIF-RUN-IDENT TO CAT-RUN-IDENT.
007170     MOVE ZERO TO CAT-DOC-NUMBER.
007180     IF MANIF-DOC-NUMBER IS NUMERIC
007190      THEN
007200       MOVE MANIF-DOC-NUMBER TO CAT-DOC-NUMBER;
007210     END-IF.
007220     MOVE MANIF-SEQ-W TO CAT-START-SEQNUM.
007230     MOVE ZERO TO CAT-END-SEQNUM.
007240     IF MANIF-END-SEQNUM IS NUMERIC
007250      THEN
007260       MOVE MANIF-END-SEQNUM TO CAT-END-SEQNUM;
007270     END-IF.
007280     MOVE MANIF-SOURCE-DD TO CAT-SOURCE-DD.
007290     MOVE ZERO TO CAT-PAGE-COUNT.
007300     IF MANIF-PAGE-COUNT IS NUMERIC
007310      THEN
007320       MOVE MANIF-PAGE-COUNT TO CAT-PAGE-COUNT;
007330     END-IF.
007340     MOVE MANIF-CHANNEL TO CAT-CHANNEL.
007350     MOVE RUN-DATE-W TO CAT-LOAD-DATE.
007360     SET CAT-SENT-ONCE TO TRUE.
007370     WRITE CAT-RECORD
007380      INVALID KEY
007390       DISPLAY PGMNAME, ' CATALOG WRITE FAILED, STATUS ',
007400               APKCATLD-CATLG-STATUS, ' FOR ', PAIR-ACCT-NUMBER,
007410               ' ', PAIR-STMT-DATE
007420       MOVE 'CATALOG WRITE FAILED' TO RESULT-TEXT
007430       MOVE 12 TO CATLD-RC
007440       SET MANIF-AT-EOF TO TRUE
007450      NOT INVALID KEY
007460       ADD 1 TO CAT-ADDED-CNTR
007470     END-WRITE.
007480 SKIP2
007490 0160-NOTE-SECOND-SENDING.
007500     IF CAT-RUN-IDENT = MANIF-RUN-IDENT
007510      THEN
007520       IF CAT-DOC-NUMBER = MANIF-DOC-NUMBER
007530        THEN
007540         ADD 1 TO CAT-RELOAD-CNTR;
007550        ELSE
007560         ADD 1 TO CAT-SAME-RUN-CNTR;
007570         MOVE 'TWICE IN ONE RUN' TO RESULT-TEXT;
007580         MOVE CAT-RUN-IDENT TO OTHER-RUN-IDENT;
007590         IF CATLD-RC < 4
007600          THEN
007610           MOVE 4 TO CATLD-RC;
007620         END-IF;
007630       END-IF;
007640      ELSE
007650       IF CAT-DUP-RUN-IDENT = MANIF-RUN-IDENT
007660        THEN
007670* This second sending is already on record -- a reload of the
007680* run that sent it.
007690         ADD 1 TO CAT-RELOAD-CNTR;
007700        ELSE
007710         MOVE CAT-RUN-IDENT TO OTHER-RUN-IDENT;
007720         MOVE MANIF-RUN-IDENT TO CAT-DUP-RUN-IDENT;
007721* A statement the portal never took, printed by a later run,      !@04
007722* is the e-delivery fallback doing its job.                       !@04
007723         IF CAT-CHANNEL = 'EDLV ' AND CAT-SENT-ONCE               !@04
007724             AND MANIF-CHANNEL = 'PRINT'                          !@04
007725          THEN                                                    !@04
007726           SET CAT-FELL-BACK TO TRUE;                             !@04
007727           ADD 1 TO CAT-FALLBACK-CNTR;                            !@04
007728           MOVE 'FALLBACK, FIRST SENT' TO RESULT-TEXT;            !@04
007729          ELSE                                                    !@04
007730           IF CERT-FOR-REPRINT AND NOT CAT-SENT-TWICE             !@04
007740            THEN                                                  !@04
007750             SET CAT-REPRINTED TO TRUE;                           !@04
007760             ADD 1 TO CAT-REPRINT-CNTR;                           !@04
007770             MOVE 'REPRINTED, FIRST SENT' TO RESULT-TEXT;         !@04
007780            ELSE                                                  !@04
007790             SET CAT-SENT-TWICE TO TRUE;                          !@04
007800             ADD 1 TO CAT-TWICE-CNTR;                             !@04
007810             MOVE 'SENT TWICE, FIRST SENT' TO RESULT-TEXT;        !@04
007820             IF CATLD-RC < 4                                      !@04
007830              THEN                                                !@04
007840               MOVE 4 TO CATLD-RC;                                !@04
007850             END-IF;                                              !@04
007860           END-IF;                                                !@04
007865         END-IF;                                                  !@04
007870         REWRITE CAT-RECORD
007880          INVALID KEY
007890           DISPLAY PGMNAME, ' CATALOG REWRITE FAILED, STATUS ',
007900                   APKCATLD-CATLG-STATUS, ' FOR ',
007910                   PAIR-ACCT-NUMBER, ' ', PAIR-STMT-DATE
007920           MOVE 12 TO CATLD-RC
007930           SET MANIF-AT-EOF TO TRUE
007940         END-REWRITE;
007950       END-IF;
007960     END-IF.
007970 SKIP2
007980 0170-LIST-DOCUMENT.
007990* One listing line for every manifest document that did not go
008000* into the catalog as a plain new entry.  A second sending
008010* names the run that first sent the statement; a document of
008020* another run names that run.
008030     MOVE SPACES TO LIST-DETAIL-LINE.
008040     MOVE PAIR-ACCT-NUMBER TO LDL-ACCT-NUMBER.
008050     MOVE PAIR-STMT-DATE TO LDL-STMT-DATE.
008060     MOVE ZERO TO LDL-DOC-NUMBER.
008070     IF MANIF-DOC-NUMBER IS NUMERIC
008080      THEN
008090       MOVE MANIF-DOC-NUMBER TO LDL-DOC-NUMBER;
008100     END-IF.
008110     MOVE MANIF-CHANNEL TO LDL-CHANNEL.
008120     MOVE RESULT-TEXT TO LDL-RESULT.
008130     MOVE OTHER-RUN-IDENT TO LDL-OTHER-RUN.
008140     IF LIST-FILE-IS-OPEN
008150      THEN
008160       MOVE LIST-DETAIL-LINE TO APKCATLD-LIST-RECORD;
008170       WRITE APKCATLD-LIST-RECORD;
008180     END-IF.
008190 SKIP2
008200 0190-CLOSE-FILES.
008210* Totals, then every file closed.  A document that could not be
008220* paired or does not belong to the certified run holds nothing
008230* up, but raises the return code so someone looks.
008240     IF UNPAIRED-CNTR > ZERO OR WRONG-RUN-CNTR > ZERO
008250      THEN
008260       IF CATLD-RC < 4
008270        THEN
008280         MOVE 4 TO CATLD-RC;
008290       END-IF;
008300     END-IF.
008310     IF LIST-FILE-IS-OPEN
008320      THEN
008330       MOVE SPACES TO APKCATLD-LIST-RECORD;
008340       WRITE APKCATLD-LIST-RECORD;
008350       IF CERT-NOT-IN-BALANCE
008360        THEN
008370         MOVE '*** RUN NOT CERTIFIED IN BALANCE - NOT LOADED'
008380             TO APKCATLD-LIST-RECORD;
008390         WRITE APKCATLD-LIST-RECORD;
008400       END-IF;
008410       MOVE 'MANIFEST DOCUMENTS READ .' TO TOT-LABEL;
008420       MOVE MANIF-READ-CNTR TO TOT-VALUE;
008430       PERFORM 0195-WRITE-TOTAL-LINE;
008440       MOVE 'CATALOG ENTRIES ADDED ...' TO TOT-LABEL;
008450       MOVE CAT-ADDED-CNTR TO TOT-VALUE;
008460       PERFORM 0195-WRITE-TOTAL-LINE;
008470       MOVE 'ALREADY CATALOGED .......' TO TOT-LABEL;
008480       MOVE CAT-RELOAD-CNTR TO TOT-VALUE;
008490       PERFORM 0195-WRITE-TOTAL-LINE;
008500       MOVE 'SENT BY TWO RUNS ........' TO TOT-LABEL;
008510       MOVE CAT-TWICE-CNTR TO TOT-VALUE;
008520       PERFORM 0195-WRITE-TOTAL-LINE;
008530       MOVE 'REPRINTS OF EARLIER RUNS ' TO TOT-LABEL;
008540       MOVE CAT-REPRINT-CNTR TO TOT-VALUE;
008550       PERFORM 0195-WRITE-TOTAL-LINE;
008552       MOVE 'PRINT FALLBACKS .........' TO TOT-LABEL;             !@04
008555       MOVE CAT-FALLBACK-CNTR TO TOT-VALUE;                       !@04
008557       PERFORM 0195-WRITE-TOTAL-LINE;                             !@04
008560       MOVE 'TWICE IN THIS RUN .......' TO TOT-LABEL;
008570       MOVE CAT-SAME-RUN-CNTR TO TOT-VALUE;
008580       PERFORM 0195-WRITE-TOTAL-LINE;
008590       MOVE 'NO ACCOUNT/DATE PAIRED ..' TO TOT-LABEL;
008600       MOVE UNPAIRED-CNTR TO TOT-VALUE;
008610       PERFORM 0195-WRITE-TOTAL-LINE;
008620       MOVE 'NOT THE CERTIFIED RUN ...' TO TOT-LABEL;
008630       MOVE WRONG-RUN-CNTR TO TOT-VALUE;
008640       PERFORM 0195-WRITE-TOTAL-LINE;
008650       CLOSE APKCATLD-LIST;
008660       SET LIST-FILE-NOT-OPEN TO TRUE;
008670     END-IF.
008680     IF MANIF-FILE-IS-OPEN
008690      THEN
008700       CLOSE APKCATLD-MANIF;
008710       SET MANIF-FILE-NOT-OPEN TO TRUE;
008720     END-IF.
008730     IF CATLG-FILE-IS-OPEN
008740      THEN
008750       CLOSE APKCATLD-CATLG;
008760       SET CATLG-FILE-NOT-OPEN TO TRUE;
008770     END-IF.
008780     IF SRC-IS-OPEN (1)
008790      THEN
008800       CLOSE APKCATLD-NDX;
008810     END-IF.
008820     IF SRC-IS-OPEN (2)
008830      THEN
008840       CLOSE APKCATLD-EDLV;
008850     END-IF.
008860     IF SRC-IS-OPEN (3)
008870      THEN
008880       CLOSE APKCATLD-HELD;
008890     END-IF.
008900     DISPLAY PGMNAME, ' DOCUMENTS READ ', MANIF-READ-CNTR,
008910             ' ADDED ', CAT-ADDED-CNTR,
008920             ' SENT TWICE ', CAT-TWICE-CNTR.
008930 SKIP2
008940 0195-WRITE-TOTAL-LINE.
008950     MOVE LIST-TOTAL-LINE TO APKCATLD-LIST-RECORD.
008960     WRITE APKCATLD-LIST-RECORD.
