000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:20:00 BY  DLMAINT VERSION 12  *
000120* MODIFICATION HISTORY.                                         *
000130*   22 AUG 2026  DLM  INITIAL VERSION - END-OF-JOB BALANCING.     !@01*
000140*   22 AUG 2026  DLM  BALANCE SELECTIVE-REPRINT RUNS.             !@02*
000180*   02 SEP 2026  DLM  BALANCE MANIFEST AGAINST INDEX EXTRACT.     !@06*
000190*   02 SEP 2026  DLM  MATCH DOCUMENTS BY POSITION AND SEQNUM.     !@07*
000200*   03 SEP 2026  DLM  BALANCE DUPLICATE-SUPPRESSED RECORDS.       !@08*
000205*   15 OCT 2026  DLM  BALANCE HELD-MAIL DIVERTED RECORDS.         !@09*
000207*   15 OCT 2026  DLM  MANIFEST RECORD WIDENED FOR ENVELOPE.       !@10*
000208*   15 OCT 2026  DLM  POST START AND OUTCOME TO THE RUN LEDGER.   !@11*
000209*   15 OCT 2026  DLM  CONSOLIDATED BALANCE OF A SPLIT NIGHT.      !@12*
000210 ID DIVISION.
000220 PROGRAM-ID. APKRECON.
000230 AUTHOR. TURETZKY--HYDRA.
000290               audit log that APKINFIL produced, verifies that
000300               records read = records inserted + exceptions
000310               + records suppressed + e-delivery split-off
000320               records + duplicate-suppressed records + held-     !@09
000325               mail records (a                                    !@09
000330               selective-reprint run reads
000340               everything but inserts only the requested
000350               range, and reports the suppressed count and the
000360               REPRINT run mode in its summary record; an
000370               e-delivery run reports the records it routed
000380               whole to the portal extract, an address-hold       !@09
000383               run the records it diverted to the held-mail       !@09
000386               extract),                                          !@09
000390               cross-foots the sequence-gap audit entries
000400               against the read count, proves the document
000410               level by matching the APKMANIF manifest
000440               other, and manifest pages must cross-foot to
000450               the summary's page count), and prints a
000460               one-page balancing certificate.
000461                                                                  !@12
000462               A night split across printers (APKSPLIT) is        !@12
000463               reconciled once, for the whole night.  With the    !@12
000464               split-control file on DD APKSPLIT, the summary     !@12
000465               reports, exception reports, audit logs, manifests  !@12
000466               and index extracts of all the streams are read     !@12
000467               together (each DD the streams' datasets            !@12
000468               concatenated in stream order).                     !@12
000470
000471               Every summary must carry one of the night's stream !@12
000472               identifiers and have read exactly the records the  !@12
000473               split wrote to its stream, and its manifest must   !@12
000474               carry the stream's documents and pages.  Every     !@12
000475               stream must be there, and what the streams read    !@12
000476               and carried must add back to the original extract  !@12
000477               -- its records, documents and pages.  The          !@12
000478               certificate and the ledger entry are the night's.  !@12
000479                                                                  !@12
000480               The step return code governs the scheduler:
000490                  0 - run balances, print release may proceed.
000500                  4 - counts balance but sequence gaps show
000510                      records missing from the input extract.
000520                  8 - records read do not equal records
000530                      inserted plus exceptions plus suppressed
000540                      plus e-delivery plus held mail, the         !@09
000545                      producing run                               !@09
000550                      marked its own summary record FAILED,
000560                      or the manifest and the index extract
000570                      disagree at the document level, or the      !@12
000573                      streams of a split night do not add back    !@12
000576                      to the original extract.                    !@12
000580                 12 - the summary report is missing or
000590                      unreadable, or the run identifiers
000600                      stamped on the input datasets do not
000610                      all match the summary's; the run
000620                      cannot be certified.  So is a split         !@12
000623                      night missing a stream, or a stream of a    !@12
000626                      split night reconciled on its own.          !@12
000630               Any nonzero code is intended to hold the print
000640               release step.
000650
001320                                 ORGANIZATION IS SEQUENTIAL       !@06
001330                                 FILE STATUS                      !@06
001340                                 APKRECON-NDX-STATUS.             !@06
001342     SELECT APKRECON-SPLIT      ASSIGN TO SYS001-S-APKSPLIT       !@12
001344                                 ORGANIZATION IS SEQUENTIAL       !@12
001346                                 FILE STATUS                      !@12
001348                                 APKRECON-SPLIT-STATUS.           !@12
001350     EJECT
001360 DATA DIVISION.
001370 FILE SECTION.
001610     05  RPT-RUN-IDENT           PIC X(22).                       !@05
001620     05  FILLER                  PIC X.                           !@08
001630     05  RPT-DUP-COUNT           PIC 9(8).                        !@08
001633     05  FILLER                  PIC X.                           !@09
001636     05  RPT-HELD-COUNT          PIC 9(8).                        !@09
001640/ TYPE-CODE EXCEPTION REPORT WRITTEN BY THE INPUT EXIT.
001650 FD  APKRECON-EXCPT,
001660     RECORDING MODE IS F,
002120     05  MANIF-CHANNEL           PIC X(5).                        !@06
002130     05  FILLER                  PIC X.                           !@06
002140     05  MANIF-RUN-IDENT         PIC X(22).                       !@06
002150     05  FILLER                  PIC X(12).                       !@10
002160/ INDEX-VALUE EXTRACT WRITTEN BY THE INDEX EXIT.                  !@06
002170 FD  APKRECON-NDX,                                                !@06
002180     RECORDING MODE IS F,                                         !@06
002300     05  FILLER                  PIC X.                           !@06
002310     05  NDXREC-CUST-NAME        PIC X(30).                       !@06
002320     05  FILLER                  PIC X(8).                        !@06
002321/ SPLIT-CONTROL FILE WRITTEN BY THE PRINTER SPLIT.                !@12
002322 FD  APKRECON-SPLIT,                                              !@12
002323     RECORDING MODE IS F,                                         !@12
002324     BLOCK CONTAINS 0 RECORDS.                                    !@12
002325 01  APKRECON-SPLIT-RECORD.                                       !@12
002326     05  SPC-TYPE                PIC X.                           !@12
002327         88  SPC-IS-HEADER       VALUE 'H'.                       !@12
002328         88  SPC-IS-STREAM       VALUE 'S'.                       !@12
002329     05  FILLER                  PIC X.                           !@12
002330     05  SPC-HEADER.                                              !@12
002331         10  SPC-H-RUN-IDENT     PIC X(22).                       !@12
002332         10  FILLER              PIC X.                           !@12
002333         10  SPC-H-STREAMS       PIC 9.                           !@12
002334         10  FILLER              PIC X.                           !@12
002335         10  SPC-H-RECORDS       PIC 9(8).                        !@12
002336         10  FILLER              PIC X.                           !@12
002337         10  SPC-H-DOCS          PIC 9(8).                        !@12
002338         10  FILLER              PIC X.                           !@12
002339         10  SPC-H-PAGES         PIC 9(8).                        !@12
002340         10  FILLER              PIC X.                           !@12
002341         10  SPC-H-CTL-TRLS      PIC 9(4).                        !@12
002342         10  FILLER              PIC X.                           !@12
002343         10  SPC-H-PREAMBLE      PIC 9(8).                        !@12
002344         10  FILLER              PIC X(13).                       !@12
002345     05  SPC-STREAM REDEFINES SPC-HEADER.                         !@12
002346         10  SPC-S-STREAM        PIC 9.                           !@12
002347         10  FILLER              PIC X.                           !@12
002348         10  SPC-S-RUN-IDENT     PIC X(22).                       !@12
002349         10  FILLER              PIC X(19).                       !@12
002350         10  SPC-S-DOCS          PIC 9(8).                        !@12
002351         10  FILLER              PIC X.                           !@12
002352         10  SPC-S-PAGES         PIC 9(8).                        !@12
002353         10  FILLER              PIC X.                           !@12
002354         10  SPC-S-RECORDS       PIC 9(8).                        !@12
002355         10  FILLER              PIC X(9).                        !@12
002356   SKIP3
002357 WORKING-STORAGE SECTION.
002358 77  PGMNAME                 PIC X(8) VALUE 'APKRECON'.
002360 77  EXCPT-CNTR              PIC 9(8) BINARY VALUE ZERO.
002370 77  AUDIT-CNTR              PIC 9(8) BINARY VALUE ZERO.
002380 77  GAP-CNTR                PIC 9(8) BINARY VALUE ZERO.
002420 77  RECS-SUPPRESSED         PIC 9(8) BINARY VALUE ZERO.          !@02
002430 77  RECS-EDELIV             PIC 9(8) BINARY VALUE ZERO.          !@04
002440 77  RECS-DUP-SUPP           PIC 9(8) BINARY VALUE ZERO.          !@08
002445 77  RECS-HELD               PIC 9(8) BINARY VALUE ZERO.          !@09
002450 77  RUN-IDENT-SUMMARY       PIC X(22) VALUE SPACES.              !@05
002460 77  IDENT-MISMATCH-CNTR     PIC 9(8) BINARY VALUE ZERO.          !@05
002461* CONSOLIDATED RECONCILIATION OF A NIGHT SPLIT ACROSS PRINTERS.   !@12
002462 77  SPLIT-STREAMS-DECLARED  PIC 9(4) BINARY VALUE ZERO.          !@12
002463 77  SPLIT-STREAM-CNTR       PIC 9(4) BINARY VALUE ZERO.          !@12
002464 77  SPLIT-SUB               PIC 9(4) BINARY VALUE ZERO.          !@12
002465 77  SPLIT-FOUND-SUB         PIC 9(4) BINARY VALUE ZERO.          !@12
002466 77  SPLIT-EXTRACT-RECS      PIC 9(8) BINARY VALUE ZERO.          !@12
002467 77  SPLIT-EXTRACT-DOCS      PIC 9(8) BINARY VALUE ZERO.          !@12
002468 77  SPLIT-EXTRACT-PAGES     PIC 9(8) BINARY VALUE ZERO.          !@12
002470 01  RUN-IDENT-SWITCHES.                                          !@05
002480     05  IDENT-PRESENT-SW    PIC X    VALUE 'N'.                  !@05
002490         88  IDENT-PRESENT       VALUE 'Y'.                       !@05
002510     05  IDENT-MATCH-SW      PIC X    VALUE 'Y'.                  !@05
002520         88  IDENTS-AGREE        VALUE 'Y'.                       !@05
002530         88  IDENTS-DISAGREE     VALUE 'N'.                       !@05
002531* SPLIT STREAM TOTALS, AND THE IDENTIFIER BEING CHECKED.          !@12
002532 77  SPLIT-CTL-TRLS          PIC 9(8) BINARY VALUE ZERO.          !@12
002533 77  SPLIT-PREAMBLE          PIC 9(8) BINARY VALUE ZERO.          !@12
002534 77  SPLIT-STREAM-RECS       PIC 9(8) BINARY VALUE ZERO.          !@12
002535 77  SPLIT-STREAM-DOCS       PIC 9(8) BINARY VALUE ZERO.          !@12
002536 77  SPLIT-STREAM-PAGES      PIC 9(8) BINARY VALUE ZERO.          !@12
002537 77  SPLIT-RECS-PROVEN       PIC S9(9) BINARY VALUE ZERO.         !@12
002538 77  CHECK-RUN-IDENT         PIC X(22) VALUE SPACES.              !@12
002540* DOCUMENT-LEVEL (MANIFEST VS INDEX) BALANCE WORK FIELDS.         !@06
002550 77  MANIF-DOC-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@06
002560 77  MANIF-PRINT-DOC-CNTR    PIC 9(8) BINARY VALUE ZERO.          !@06
002660 77  MISSING-WORK-DOC        PIC 9(8) BINARY VALUE ZERO.          !@06
002670 77  MISSING-WORK-FROM       PIC X(8) VALUE SPACES.               !@06
002680 77  MISSING-LIST-SUB        PIC 9(4) BINARY VALUE ZERO.          !@06
002681* EACH STREAM'S OWN DOCUMENTS, AND WHAT ITS MANIFEST SHOWS.       !@12
002682 01  SPLIT-PROOF-TABLE.                                           !@12
002683     05  SPLIT-PROOF-ENTRY   OCCURS 9 TIMES.                      !@12
002684         10  SPP-DOCS        PIC 9(8) BINARY.                     !@12
002685         10  SPP-MANIF-DOCS  PIC 9(8) BINARY.                     !@12
002686         10  SPP-MANIF-PAGES PIC 9(8) BINARY.                     !@12
002687         10  SPP-WITHHELD-SW PIC X.                               !@12
002688             88  SPP-DOCS-WITHHELD   VALUE 'Y'.                   !@12
002689             88  SPP-NONE-WITHHELD   VALUE 'N'.                   !@12
002690 01  MISSING-DOC-LIST.                                            !@06
002700     05  MISSING-DOC-ENTRY   OCCURS 10 TIMES                      !@06
002710                             INDEXED BY MISSING-DOC-INDX.         !@06
002780                             VALUE ' MISSING FROM '.              !@06
002790     05  MISSING-LINE-FROM   PIC X(8).                            !@06
002800     05  FILLER              PIC X(41) VALUE SPACES.              !@06
002801 01  SPLIT-STREAM-TABLE.                                          !@12
002802     05  SPLIT-STREAM-ENTRY  OCCURS 9 TIMES.                      !@12
002803         10  SPS-RUN-IDENT   PIC X(22).                           !@12
002804         10  SPS-RECORDS     PIC 9(8) BINARY.                     !@12
002805         10  SPS-PAGES       PIC 9(8) BINARY.                     !@12
002806         10  SPS-RECS-READ   PIC 9(8) BINARY.                     !@12
002807         10  SPS-SUMMARY-SW  PIC X.                               !@12
002808             88  SPS-SUMMARY-SEEN    VALUE 'Y'.                   !@12
002809             88  SPS-SUMMARY-MISSING VALUE 'N'.                   !@12
002810 01  DOC-CHECK-SWITCHES.                                          !@06
002820     05  MANIF-EOF-SW        PIC X    VALUE 'N'.                  !@06
002830         88  MANIF-AT-EOF        VALUE 'Y'.                       !@06
002990     05  DOC-ENFORCE-SW      PIC X    VALUE 'Y'.                  !@06
003000         88  DOC-CHECK-ENFORCED  VALUE 'Y'.                       !@06
003010         88  DOC-CHECK-WAIVED    VALUE 'N'.                       !@06
003011 01  SPLIT-SWITCHES.                                              !@12
003012     05  SPLIT-MODE-SW       PIC X    VALUE 'N'.                  !@12
003013         88  CONSOLIDATED-RUN    VALUE 'Y'.                       !@12
003014         88  SINGLE-STREAM-RUN   VALUE 'N'.                       !@12
003015     05  SPLIT-COMPLETE-SW   PIC X    VALUE 'Y'.                  !@12
003016         88  SPLIT-COMPLETE      VALUE 'Y'.                       !@12
003017         88  SPLIT-INCOMPLETE    VALUE 'N'.                       !@12
003018     05  STREAM-ALONE-SW     PIC X    VALUE 'N'.                  !@12
003019         88  STREAM-RUN-ALONE    VALUE 'Y'.                       !@12
003020 77  RUN-MODE-TEXT           PIC X(8) VALUE SPACES.               !@02
003030     88  REPRINT-RUN-MODE        VALUE 'REPRINT'.                 !@02
003040     88  FAILED-RUN-MODE         VALUE 'FAILED'.                  !@03
003080     05  SUMMARY-COUNTS-SW   PIC X    VALUE 'N'.                  !@03
003090         88  SUMMARY-COUNTS-PRESENT VALUE 'Y'.                    !@03
003100         88  SUMMARY-COUNTS-ABSENT  VALUE 'N'.                    !@03
003101 01  SPLIT-CHECK-SWITCHES.                                        !@12
003102     05  SPLIT-BALANCE-SW    PIC X    VALUE 'Y'.                  !@12
003103         88  SPLIT-IN-BALANCE    VALUE 'Y'.                       !@12
003104         88  SPLIT-OUT-OF-BALANCE VALUE 'N'.                      !@12
003105     05  STREAM-IDENT-SW     PIC X    VALUE 'N'.                  !@12
003106         88  STREAM-IDENT-FOUND  VALUE 'Y'.                       !@12
003107         88  STREAM-IDENT-UNKNOWN VALUE 'N'.                      !@12
003108     05  SPLIT-WITHHELD-SW   PIC X    VALUE 'N'.                  !@12
003109         88  SPLIT-DOCS-WITHHELD VALUE 'Y'.                       !@12
003110 77  PAGES-PRINTED           PIC 9(8) BINARY VALUE ZERO.
003120 77  LINES-PRINTED           PIC 9(8) BINARY VALUE ZERO.
003130 77  BALANCE-EXPECTED        PIC 9(8) BINARY VALUE ZERO.
003140 77  RECON-RC                PIC 9(4) BINARY VALUE ZERO.
003150 77  RUN-DATE                PIC X(8) VALUE SPACES.
003160 77  RUN-TIME                PIC X(8) VALUE SPACES.
003165 77  LEDGER-PGM              PIC X(8) VALUE 'APKLEDGR'.           !@11
003166 77  LEDGER-POSTING          PIC X    VALUE SPACE.                !@11
003167     88  LEDGER-POSTING-START        VALUE 'S'.                   !@11
003168     88  LEDGER-POSTING-END          VALUE 'E'.                   !@11
003170 01  RECON-SWITCHES.
003180     05  RPT-FOUND-SW        PIC X    VALUE 'N'.
003190         88  RPT-FOUND           VALUE 'Y'.
003250     05  CERT-LABEL          PIC X(26) VALUE SPACES.
003260     05  CERT-VALUE          PIC ZZZZZZZ9.
003270     05  FILLER              PIC X(46) VALUE SPACES.
003271 01  SPLIT-STREAM-LINE.                                           !@12
003272     05  FILLER              PIC X(7) VALUE 'STREAM '.            !@12
003273     05  SSL-RUN-IDENT       PIC X(22).                           !@12
003274     05  FILLER              PIC X(8) VALUE ' WRITTEN'.           !@12
003275     05  SSL-RECORDS         PIC ZZZZZZZ9.                        !@12
003276     05  FILLER              PIC X(5) VALUE ' READ'.              !@12
003277     05  SSL-RECS-READ       PIC ZZZZZZZ9.                        !@12
003278     05  FILLER              PIC X(6) VALUE ' PAGES'.             !@12
003279     05  SSL-PAGES           PIC ZZZZZZZ9.                        !@12
003280 01  GLOBAL-VARIABLES.
003290     05  APKRECON-RPT-STATUS     PIC 99   VALUE ZERO.
003300         88  APKRECON-RPT-OK     VALUE 00.
003320         88  APKRECON-EXCPT-OK   VALUE 00.
003330     05  APKRECON-AUDIT-STATUS   PIC 99   VALUE ZERO.
003340         88  APKRECON-AUDIT-OK   VALUE 00.
003343     05  APKRECON-SPLIT-STATUS   PIC 99   VALUE ZERO.             !@12
003346         88  APKRECON-SPLIT-OK   VALUE 00.                        !@12
003350     05  APKRECON-CERT-STATUS    PIC 99   VALUE ZERO.
003360         88  APKRECON-CERT-OK    VALUE 00.
003370     05  APKRECON-MANIF-STATUS   PIC 99   VALUE ZERO.             !@06
003380         88  APKRECON-MANIF-OK   VALUE 00.                        !@06
003390     05  APKRECON-NDX-STATUS     PIC 99   VALUE ZERO.             !@06
003400         88  APKRECON-NDX-OK     VALUE 00.                        !@06
003401* THE RUN LEDGER POSTING PARAMETERS, AS APKLEDGR RECEIVES THEM.   !@11
003402 01  LEDGER-PARMS.                                                !@11
003403     05  LGP-FUNCTION            PIC X.                           !@11
003404         88  LGP-STEP-START      VALUE 'S'.                       !@11
003405         88  LGP-STEP-END        VALUE 'E'.                       !@11
003406     05  LGP-RUN-IDENT           PIC X(22).                       !@11
003407     05  LGP-STEP-NAME           PIC X(8).                        !@11
003408     05  LGP-START-DATE          PIC X(8).                        !@11
003409     05  LGP-START-TIME          PIC X(6).                        !@11
003410     05  LGP-STEP-RC             PIC 9(4) BINARY.                 !@11
003411     05  LGP-COUNT-ENTRY         OCCURS 3 TIMES.                  !@11
003412         10  LGP-COUNT-LABEL     PIC X(8).                        !@11
003413         10  LGP-COUNT-VALUE     PIC 9(9) BINARY.                 !@11
003414     05  LGP-RESULT              PIC 9(4) BINARY.                 !@11
003415     SKIP1
003420 TITLE 'Initialization and Main Line'.
003430 PROCEDURE DIVISION.
003440     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003450     ACCEPT RUN-TIME FROM TIME.
003455     PERFORM 0185-READ-SPLIT-CONTROL.                             !@12
003460     PERFORM 0100-READ-SUMMARY-REPORT.
003466     SET LEDGER-POSTING-START TO TRUE.                            !@11
003468     PERFORM 0180-POST-RUN-LEDGER.                                !@11
003470     PERFORM 0110-TALLY-EXCEPTIONS.
003480     PERFORM 0130-TALLY-AUDIT-ENTRIES.
003490     PERFORM 0142-MATCH-DOCUMENTS.                                !@06
003495     PERFORM 0187-PROVE-SPLIT.                                    !@12
003500     PERFORM 0150-JUDGE-BALANCE.
003510     PERFORM 0160-WRITE-CERTIFICATE.
003512     SET LEDGER-POSTING-END TO TRUE.                              !@11
003515     PERFORM 0180-POST-RUN-LEDGER.                                !@11
003520     DISPLAY PGMNAME, ' RECONCILIATION COMPLETE, RC ', RECON-RC.
003530     MOVE RECON-RC TO RETURN-CODE.
003540     GOBACK.
003570* Pick up the run totals the input exit left in its summary
003580* report.  Without it there is nothing to balance against, so
003590* its absence is itself a certification failure.
003593* On a split night the summaries of all the streams come          !@12
003596* concatenated, one record each, and are added together.          !@12
003600     OPEN INPUT APKRECON-RPT.
003610     IF APKRECON-RPT-OK
003620      THEN
003890          THEN                                                    !@08
003900           MOVE RPT-DUP-COUNT TO RECS-DUP-SUPP;                   !@08
003910         END-IF;                                                  !@08
003911* Records diverted whole to the held-mail extract for address-    !@09
003912* hold accounts are a sixth way. Blanks mean a summary from       !@09
003913* before the hold existed -- zero.                                !@09
003915         IF RPT-HELD-COUNT IS NUMERIC                             !@09
003916          THEN                                                    !@09
003917           MOVE RPT-HELD-COUNT TO RECS-HELD;                      !@09
003918         END-IF;                                                  !@09
003920* The exit's own exception and audit counters ride in the         !@03
003930* summary record too. They are restart-consistent, which the      !@03
003940* exception dataset's record count is not: a checkpoint           !@03
004080* every other dataset of this certification must match. A         !@05
004090* blank means the producing run predates the identifier --        !@05
004100* nothing can be proven, so nothing is checked.                   !@05
004110         IF RPT-RUN-IDENT NOT = SPACES                            !@12
004115             AND SINGLE-STREAM-RUN                                !@12
004120          THEN                                                    !@05
004130           MOVE RPT-RUN-IDENT TO RUN-IDENT-SUMMARY;               !@05
004140           SET IDENT-PRESENT TO TRUE;                             !@05
004180           MOVE RPT-AUDIT-COUNT TO AUDIT-SUMMARY-CNTR;            !@03
004190         END-IF;                                                  !@03
004200         MOVE RPT-LINE-COUNT TO LINES-PRINTED;
004202         IF CONSOLIDATED-RUN                                      !@12
004204          THEN                                                    !@12
004206           PERFORM 0191-CHECK-STREAM-SUMMARY;                     !@12
004208         END-IF;                                                  !@12
004210       END-IF;
004211       IF CONSOLIDATED-RUN                                        !@12
004213        THEN                                                      !@12
004215         PERFORM 0192-ADD-STREAM-SUMMARY                          !@12
004216             UNTIL NOT APKRECON-RPT-OK;                           !@12
004218       END-IF;                                                    !@12
004220       CLOSE APKRECON-RPT;
004230     END-IF.
004240     IF RPT-NOT-FOUND
004490* (or none) did not come out of the execution that wrote          !@05
004500* the summary -- the certificate would cross-foot two             !@05
004510* different runs.                                                 !@05
004520       MOVE EXCPT-RUN-IDENT TO CHECK-RUN-IDENT;                   !@12
004550       PERFORM 0189-CHECK-RUN-IDENT;                              !@12
004580     END-IF.
004590 SKIP2
004600 0130-TALLY-AUDIT-ENTRIES.
004750     IF APKRECON-AUDIT-OK
004760      THEN
004770       ADD 1 TO AUDIT-CNTR;
004780       MOVE AUDIT-RUN-IDENT TO CHECK-RUN-IDENT;                   !@12
004810       PERFORM 0189-CHECK-RUN-IDENT;                              !@12
004840       IF AUDIT-REASON (1 : 3) = 'GAP'
004850        THEN
004860         ADD 1 TO GAP-CNTR;
005130* finds the strays in one pass (see 0146 for why the              !@07
005140* document numbers themselves cannot be compared).                !@07
005150* A document the manifest marks for the                           !@06
005160* e-delivery or held-mail channel never passes through ACIF       !@09
005165* and is expected to be absent from the index. A run that is not  !@09
005180* a normal full run (a reprint, a failed run) legitimately        !@06
005190* indexes only part of the manifest: the match is still           !@06
005200* reported on the certificate, but does not hold the              !@06
006030* counts, and the run-identifier check the exception and          !@06
006040* audit records already face. Only a print-channel document       !@06
006050* is held for the match against the index.                        !@06
006053* On a split night the document and its pages are also            !@12
006056* tallied to its stream for 0188.                                 !@12
006060     READ APKRECON-MANIF;                                         !@06
006070     IF APKRECON-MANIF-OK                                         !@06
006080      THEN                                                        !@06
006090       ADD 1 TO MANIF-DOC-CNTR;                                   !@06
006100       MOVE MANIF-RUN-IDENT TO CHECK-RUN-IDENT;                   !@12
006130       PERFORM 0189-CHECK-RUN-IDENT;                              !@12
006133       IF CONSOLIDATED-RUN AND STREAM-IDENT-FOUND                 !@12
006136        THEN                                                      !@12
006139         ADD 1 TO SPP-MANIF-DOCS (SPLIT-FOUND-SUB);               !@12
006142         IF MANIF-PAGE-COUNT IS NUMERIC                           !@12
006145          THEN                                                    !@12
006148           ADD MANIF-PAGE-COUNT                                   !@12
006151               TO SPP-MANIF-PAGES (SPLIT-FOUND-SUB);              !@12
006154         END-IF;                                                  !@12
006157       END-IF;                                                    !@12
006160       IF MANIF-CHANNEL = 'PRINT'                                 !@09
006170        THEN                                                      !@06
006180         ADD 1 TO MANIF-PRINT-DOC-CNTR;                           !@06
006190         IF MANIF-PAGE-COUNT IS NUMERIC                           !@06
006990      THEN                                                        !@03
007000       ADD RECS-INSERTED EXCPT-SUMMARY-CNTR RECS-SUPPRESSED       !@03
007010           RECS-DUP-SUPP                                          !@08
007020           RECS-EDELIV RECS-HELD                                  !@09
007030           GIVING BALANCE-EXPECTED;                               !@03
007040      ELSE                                                        !@03
007050       ADD RECS-INSERTED EXCPT-CNTR RECS-SUPPRESSED               !@03
007060           RECS-DUP-SUPP                                          !@08
007070           RECS-EDELIV RECS-HELD                                  !@09
007080           GIVING BALANCE-EXPECTED;                               !@03
007090     END-IF.                                                      !@03
007100     IF RPT-NOT-FOUND
007220         SET RUN-OUT-OF-BALANCE TO TRUE;                          !@05
007230         MOVE 12 TO RECON-RC;                                     !@05
007240        ELSE                                                      !@05
007241* A split night missing a stream, or one stream of a split        !@12
007242* night offered alone, is not the night -- refused the same       !@12
007243* way.                                                            !@12
007244       IF SPLIT-INCOMPLETE                                        !@12
007245        THEN                                                      !@12
007246         SET RUN-OUT-OF-BALANCE TO TRUE;                          !@12
007247         MOVE 12 TO RECON-RC;                                     !@12
007248        ELSE                                                      !@12
007250* A summary the producing run itself marked FAILED can never      !@03
007260* certify, whatever its counts say -- the run died before its     !@03
007270* stream was complete.                                            !@03
007350         SET RUN-OUT-OF-BALANCE TO TRUE;
007360         MOVE 8 TO RECON-RC;
007370        ELSE
007371* The streams must add back to the extract they were cut from.    !@12
007372       IF SPLIT-OUT-OF-BALANCE                                    !@12
007374        THEN                                                      !@12
007375         SET RUN-OUT-OF-BALANCE TO TRUE;                          !@12
007377         MOVE 8 TO RECON-RC;                                      !@12
007378        ELSE                                                      !@12
007380* The record counts balance, but a document present in only       !@06
007390* one of the manifest and the index (or pages that do not         !@06
007400* cross-foot) still holds the release on a normal run --          !@06
007510           MOVE 4 TO RECON-RC;
007520         END-IF;
007530         END-IF;                                                  !@06
007535       END-IF;                                                    !@12
007540       END-IF;
007550       END-IF;                                                    !@03
007555       END-IF;                                                    !@12
007560       END-IF;                                                    !@05
007570     END-IF.
007580 SKIP2
007790                DELIMITED BY SIZE INTO APKRECON-CERT-RECORD;      !@05
007800         WRITE APKRECON-CERT-RECORD;                              !@05
007810       END-IF;                                                    !@05
007812       IF CONSOLIDATED-RUN                                        !@12
007814        THEN                                                      !@12
007816         PERFORM 0193-WRITE-SPLIT-LINES;                          !@12
007818       END-IF;                                                    !@12
007820       MOVE SPACES TO APKRECON-CERT-RECORD;
007830       WRITE APKRECON-CERT-RECORD;
007840       MOVE 'RECORDS READ ...........' TO CERT-LABEL;
008080       MOVE 'E-DELIVERY RECORDS .....' TO CERT-LABEL;             !@04
008090       MOVE RECS-EDELIV TO CERT-VALUE;                            !@04
008100       PERFORM 0170-WRITE-DETAIL-LINE;                            !@04
008102       MOVE 'HELD-MAIL RECORDS ......' TO CERT-LABEL;             !@09
008105       MOVE RECS-HELD TO CERT-VALUE;                              !@09
008107       PERFORM 0170-WRITE-DETAIL-LINE;                            !@09
008110       MOVE 'READ=INS+EXC+SUP+ED+DP+HL' TO CERT-LABEL;            !@09
008120       MOVE BALANCE-EXPECTED TO CERT-VALUE;
008130       PERFORM 0170-WRITE-DETAIL-LINE;
008140       MOVE 'IDENT MISMATCH RECORDS .' TO CERT-LABEL;             !@05
009150         MOVE 'DOCUMENT LEVEL' TO APKRECON-CERT-RECORD;           !@06
009160         WRITE APKRECON-CERT-RECORD;                              !@06
009170       END-IF;                                                    !@06
009175       PERFORM 0195-WRITE-SPLIT-MESSAGES;                         !@12
009180       MOVE SPACES TO APKRECON-CERT-RECORD;
009190       IF RUN-IN-BALANCE
009200        THEN
009420     MOVE SPACES TO APKRECON-CERT-RECORD;
009430     MOVE CERT-DETAIL-LINE TO APKRECON-CERT-RECORD;
009440     WRITE APKRECON-CERT-RECORD.
009450 SKIP2                                                            !@11
009460 0180-POST-RUN-LEDGER.                                            !@11
009470* Record the reconciliation in the run ledger against the run     !@11
009475* identifier the summary report (or the split-control file)       !@11
009481* carries: the start as soon as that identifier is known, so a    !@11
009487* step that abends is left showing START, and the end once the    !@11
009492* certificate is written.  Return code 0 at the end is the        !@11
009498* certification the print release gate looks for; anything else   !@11
009504* holds the run.                                                  !@11
009510     IF RUN-IDENT-SUMMARY = SPACES                                !@11
009520      THEN                                                        !@11
009530       DISPLAY PGMNAME, ' NO RUN IDENTIFIER ON THE SUMMARY - ',   !@11
009540               'NOT RECORDED IN THE RUN LEDGER';                  !@11
009550      ELSE                                                        !@11
009560       INITIALIZE LEDGER-PARMS;                                   !@11
009570       MOVE LEDGER-POSTING TO LGP-FUNCTION;                       !@11
009580       MOVE RUN-IDENT-SUMMARY TO LGP-RUN-IDENT;                   !@11
009590       MOVE 'APKRECON' TO LGP-STEP-NAME;                          !@11
009600       MOVE RUN-DATE TO LGP-START-DATE;                           !@11
009610       MOVE RUN-TIME (1 : 6) TO LGP-START-TIME;                   !@11
009620       MOVE RECON-RC TO LGP-STEP-RC;                              !@11
009630       MOVE 'READ' TO LGP-COUNT-LABEL (1);                        !@11
009640       MOVE RECS-READ TO LGP-COUNT-VALUE (1);                     !@11
009650       MOVE 'DOCS' TO LGP-COUNT-LABEL (2);                        !@11
009660       MOVE MANIF-DOC-CNTR TO LGP-COUNT-VALUE (2);                !@11
009670       MOVE 'PAGES' TO LGP-COUNT-LABEL (3);                       !@11
009680       MOVE PAGES-PRINTED TO LGP-COUNT-VALUE (3);                 !@11
009690       CALL LEDGER-PGM USING LEDGER-PARMS;                        !@11
009700       IF LGP-RESULT NOT = ZERO                                   !@11
009710        THEN                                                      !@11
009720         DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT POSTED, ',   !@11
009730                 'RESULT ', LGP-RESULT;                           !@11
009740       END-IF;                                                    !@11
009750     END-IF.                                                      !@11
009760 SKIP2                                                            !@12
009770 0185-READ-SPLIT-CONTROL.                                         !@12
009780* The split-control file the printer split leaves behind makes    !@12
009790* this a consolidated reconciliation: the night is certified      !@12
009800* whole, under the night's identifier, from all its streams.      !@12
009810* Without the file (or with the DD dummied) each run stands       !@12
009820* alone, as before.                                               !@12
009830     OPEN INPUT APKRECON-SPLIT.                                   !@12
009840     IF APKRECON-SPLIT-OK                                         !@12
009850      THEN                                                        !@12
009860       PERFORM 0186-LOAD-SPLIT-RECORD                             !@12
009870           UNTIL NOT APKRECON-SPLIT-OK;                           !@12
009880       CLOSE APKRECON-SPLIT;                                      !@12
009890     END-IF.                                                      !@12
009900     IF CONSOLIDATED-RUN                                          !@12
009910      THEN                                                        !@12
009920       DISPLAY PGMNAME, ' CONSOLIDATED RECONCILIATION OF ',       !@12
009930               RUN-IDENT-SUMMARY;                                 !@12
009940     END-IF.                                                      !@12
009950 SKIP2                                                            !@12
009960 0186-LOAD-SPLIT-RECORD.                                          !@12
009970     READ APKRECON-SPLIT;                                         !@12
009980     IF APKRECON-SPLIT-OK                                         !@12
009990      THEN                                                        !@12
010000       IF SPC-IS-HEADER                                           !@12
010010        THEN                                                      !@12
010020         SET CONSOLIDATED-RUN TO TRUE;                            !@12
010030         MOVE SPC-H-RUN-IDENT TO RUN-IDENT-SUMMARY;               !@12
010040         SET IDENT-PRESENT TO TRUE;                               !@12
010050         MOVE SPC-H-STREAMS TO SPLIT-STREAMS-DECLARED;            !@12
010060         MOVE SPC-H-RECORDS TO SPLIT-EXTRACT-RECS;                !@12
010070         MOVE SPC-H-DOCS TO SPLIT-EXTRACT-DOCS;                   !@12
010080         MOVE SPC-H-PAGES TO SPLIT-EXTRACT-PAGES;                 !@12
010090         MOVE SPC-H-CTL-TRLS TO SPLIT-CTL-TRLS;                   !@12
010100         MOVE SPC-H-PREAMBLE TO SPLIT-PREAMBLE;                   !@12
010110       END-IF;                                                    !@12
010120       IF SPC-IS-STREAM AND SPLIT-STREAM-CNTR < 9                 !@12
010130        THEN                                                      !@12
010140         ADD 1 TO SPLIT-STREAM-CNTR;                              !@12
010150         MOVE SPC-S-RUN-IDENT                                     !@12
010160             TO SPS-RUN-IDENT (SPLIT-STREAM-CNTR);                !@12
010170         MOVE SPC-S-RECORDS TO SPS-RECORDS (SPLIT-STREAM-CNTR);   !@12
010180         MOVE SPC-S-PAGES TO SPS-PAGES (SPLIT-STREAM-CNTR);       !@12
010190         MOVE ZERO TO SPS-RECS-READ (SPLIT-STREAM-CNTR);          !@12
010200         SET SPS-SUMMARY-MISSING (SPLIT-STREAM-CNTR) TO TRUE;     !@12
010210         MOVE SPC-S-DOCS TO SPP-DOCS (SPLIT-STREAM-CNTR);         !@12
010217         MOVE ZERO TO SPP-MANIF-DOCS (SPLIT-STREAM-CNTR);         !@12
010225         MOVE ZERO TO SPP-MANIF-PAGES (SPLIT-STREAM-CNTR);        !@12
010232         SET SPP-NONE-WITHHELD (SPLIT-STREAM-CNTR) TO TRUE;       !@12
010240       END-IF;                                                    !@12
010250     END-IF.                                                      !@12
010260 SKIP2                                                            !@12
010270 0187-PROVE-SPLIT.                                                !@12
010280* Every stream the split wrote must be here, and what the         !@12
010286* streams themselves read and carried -- not the split's own      !@12
010292* figures for them -- must add back to the original extract.      !@12
010299* Each stream repeats the extract's preamble and closes with      !@12
010305* its own control TRL, where the extract had its preamble once    !@12
010311* and its own control TRLs, which the split left out.  The        !@12
010318* documents and pages are the streams' manifests; where a         !@12
010324* stream withheld records they may fall short of the extract,     !@12
010330* never exceed it.  A stream-qualified summary without the        !@12
010337* split-control file is one stream of a split night offered       !@12
010343* on its own.                                                     !@12
010350     IF CONSOLIDATED-RUN                                          !@12
010360      THEN                                                        !@12
010370       IF SPLIT-STREAM-CNTR NOT = SPLIT-STREAMS-DECLARED          !@12
010380        THEN                                                      !@12
010390         SET SPLIT-INCOMPLETE TO TRUE;                            !@12
010400       END-IF;                                                    !@12
010410       PERFORM 0188-PROVE-STREAM                                  !@12
010420           VARYING SPLIT-SUB FROM 1 BY 1                          !@12
010430           UNTIL SPLIT-SUB > SPLIT-STREAM-CNTR;                   !@12
010440       COMPUTE SPLIT-RECS-PROVEN = SPLIT-STREAM-RECS              !@12
010450           + SPLIT-PREAMBLE + SPLIT-CTL-TRLS                      !@12
010460           - (SPLIT-STREAMS-DECLARED * (SPLIT-PREAMBLE + 1));     !@12
010470       IF SPLIT-RECS-PROVEN NOT = SPLIT-EXTRACT-RECS              !@12
010473        THEN                                                      !@12
010476         SET SPLIT-OUT-OF-BALANCE TO TRUE;                        !@12
010480       END-IF;                                                    !@12
010483       IF SPLIT-DOCS-WITHHELD                                     !@12
010486        THEN                                                      !@12
010490         IF SPLIT-STREAM-DOCS > SPLIT-EXTRACT-DOCS                !@12
010493             OR SPLIT-STREAM-PAGES > SPLIT-EXTRACT-PAGES          !@12
010496          THEN                                                    !@12
010500           SET SPLIT-OUT-OF-BALANCE TO TRUE;                      !@12
010503         END-IF;                                                  !@12
010506        ELSE                                                      !@12
010510         IF SPLIT-STREAM-DOCS NOT = SPLIT-EXTRACT-DOCS            !@12
010513             OR SPLIT-STREAM-PAGES NOT = SPLIT-EXTRACT-PAGES      !@12
010516          THEN                                                    !@12
010520           SET SPLIT-OUT-OF-BALANCE TO TRUE;                      !@12
010523         END-IF;                                                  !@12
010526       END-IF;                                                    !@12
010530      ELSE                                                        !@12
010540       IF RUN-IDENT-SUMMARY (21 : 1) = '.'                        !@12
010550           AND RUN-IDENT-SUMMARY (22 : 1) IS NUMERIC              !@12
010560        THEN                                                      !@12
010570         SET STREAM-RUN-ALONE TO TRUE;                            !@12
010580         SET SPLIT-INCOMPLETE TO TRUE;                            !@12
010590       END-IF;                                                    !@12
010600     END-IF.                                                      !@12
010610 SKIP2                                                            !@12
010620 0188-PROVE-STREAM.                                               !@12
010622* A stream proves against what the split says it wrote to it:     !@12
010625* its summary read every record, and its manifest carries         !@12
010628* every document and page.  A stream that withheld records        !@12
010631* (duplicate, unknown-account or rejected documents) may show     !@12
010633* fewer of both, never more.  What each stream proved is what     !@12
010636* 0187 adds back to the extract.                                  !@12
010639     IF SPS-SUMMARY-MISSING (SPLIT-SUB)                           !@12
010642      THEN                                                        !@12
010645       SET SPLIT-INCOMPLETE TO TRUE;                              !@12
010647      ELSE                                                        !@12
010650       IF SPS-RECS-READ (SPLIT-SUB) NOT = SPS-RECORDS (SPLIT-SUB) !@12
010653        THEN                                                      !@12
010656         SET SPLIT-OUT-OF-BALANCE TO TRUE;                        !@12
010658       END-IF;                                                    !@12
010661       IF SPP-DOCS-WITHHELD (SPLIT-SUB)                           !@12
010664        THEN                                                      !@12
010667         SET SPLIT-DOCS-WITHHELD TO TRUE;                         !@12
010670         IF SPP-MANIF-DOCS (SPLIT-SUB) > SPP-DOCS (SPLIT-SUB)     !@12
010672             OR SPP-MANIF-PAGES (SPLIT-SUB)                       !@12
010675                > SPS-PAGES (SPLIT-SUB)                           !@12
010678          THEN                                                    !@12
010681           SET SPLIT-OUT-OF-BALANCE TO TRUE;                      !@12
010683         END-IF;                                                  !@12
010686        ELSE                                                      !@12
010689         IF SPP-MANIF-DOCS (SPLIT-SUB) NOT = SPP-DOCS (SPLIT-SUB) !@12
010692             OR SPP-MANIF-PAGES (SPLIT-SUB)                       !@12
010695                NOT = SPS-PAGES (SPLIT-SUB)                       !@12
010697          THEN                                                    !@12
010700           SET SPLIT-OUT-OF-BALANCE TO TRUE;                      !@12
010703         END-IF;                                                  !@12
010706       END-IF;                                                    !@12
010708       ADD SPS-RECS-READ (SPLIT-SUB) TO SPLIT-STREAM-RECS;        !@12
010711       ADD SPP-MANIF-DOCS (SPLIT-SUB) TO SPLIT-STREAM-DOCS;       !@12
010714       ADD SPP-MANIF-PAGES (SPLIT-SUB) TO SPLIT-STREAM-PAGES;     !@12
010717     END-IF.                                                      !@12
010720 SKIP2                                                            !@12
010730 0189-CHECK-RUN-IDENT.                                            !@12
010740* A dataset record carrying some other run's identifier (or       !@12
010750* none) did not come out of the execution being certified. On a   !@12
010760* split night that is any one of the night's streams.             !@12
010770     IF IDENT-PRESENT                                             !@12
010780      THEN                                                        !@12
010790       IF CONSOLIDATED-RUN                                        !@12
010800        THEN                                                      !@12
010810         SET STREAM-IDENT-UNKNOWN TO TRUE;                        !@12
010820         PERFORM 0190-FIND-STREAM-IDENT                           !@12
010830             VARYING SPLIT-SUB FROM 1 BY 1                        !@12
010840             UNTIL SPLIT-SUB > SPLIT-STREAM-CNTR;                 !@12
010850         IF STREAM-IDENT-UNKNOWN                                  !@12
010860          THEN                                                    !@12
010870           ADD 1 TO IDENT-MISMATCH-CNTR;                          !@12
010880           SET IDENTS-DISAGREE TO TRUE;                           !@12
010890         END-IF;                                                  !@12
010900        ELSE                                                      !@12
010910         IF CHECK-RUN-IDENT NOT = RUN-IDENT-SUMMARY               !@12
010920          THEN                                                    !@12
010930           ADD 1 TO IDENT-MISMATCH-CNTR;                          !@12
010940           SET IDENTS-DISAGREE TO TRUE;                           !@12
010950         END-IF;                                                  !@12
010960       END-IF;                                                    !@12
010970     END-IF.                                                      !@12
010980 SKIP2                                                            !@12
010990 0190-FIND-STREAM-IDENT.                                          !@12
011000     IF SPS-RUN-IDENT (SPLIT-SUB) = CHECK-RUN-IDENT               !@12
011010      THEN                                                        !@12
011020       SET STREAM-IDENT-FOUND TO TRUE;                            !@12
011030       MOVE SPLIT-SUB TO SPLIT-FOUND-SUB;                         !@12
011040     END-IF.                                                      !@12
011050 SKIP2                                                            !@12
011060 0191-CHECK-STREAM-SUMMARY.                                       !@12
011070* On a split night each summary must be one of the night's        !@12
011077* streams, each stream once, and must have read exactly the       !@12
011085* records the split wrote to that stream.  A stream that          !@12
011092* withheld records from its manifest is marked for 0188.          !@12
011100     MOVE RPT-RUN-IDENT TO CHECK-RUN-IDENT.                       !@12
011110     SET STREAM-IDENT-UNKNOWN TO TRUE.                            !@12
011120     PERFORM 0190-FIND-STREAM-IDENT                               !@12
011130         VARYING SPLIT-SUB FROM 1 BY 1                            !@12
011140         UNTIL SPLIT-SUB > SPLIT-STREAM-CNTR.                     !@12
011150     IF STREAM-IDENT-UNKNOWN                                      !@12
011160      THEN                                                        !@12
011170       ADD 1 TO IDENT-MISMATCH-CNTR;                              !@12
011180       SET IDENTS-DISAGREE TO TRUE;                               !@12
011190      ELSE                                                        !@12
011200       IF SPS-SUMMARY-SEEN (SPLIT-FOUND-SUB)                      !@12
011210        THEN                                                      !@12
011220         ADD 1 TO IDENT-MISMATCH-CNTR;                            !@12
011230         SET IDENTS-DISAGREE TO TRUE;                             !@12
011240        ELSE                                                      !@12
011250         SET SPS-SUMMARY-SEEN (SPLIT-FOUND-SUB) TO TRUE;          !@12
011260         MOVE RPT-RECS-READ TO SPS-RECS-READ (SPLIT-FOUND-SUB);   !@12
011261         IF (RPT-RECS-SUPPRESSED IS NUMERIC                       !@12
011262                AND RPT-RECS-SUPPRESSED > ZERO)                   !@12
011263             OR (RPT-DUP-COUNT IS NUMERIC                         !@12
011264                AND RPT-DUP-COUNT > ZERO)                         !@12
011265             OR (RPT-EXCPT-COUNT IS NUMERIC                       !@12
011266                AND RPT-EXCPT-COUNT > ZERO)                       !@12
011267          THEN                                                    !@12
011268           SET SPP-DOCS-WITHHELD (SPLIT-FOUND-SUB) TO TRUE;       !@12
011269         END-IF;                                                  !@12
011270       END-IF;                                                    !@12
011280     END-IF.                                                      !@12
011290 SKIP2                                                            !@12
011300 0192-ADD-STREAM-SUMMARY.                                         !@12
011310* Add the next stream's summary to the night's totals, with the   !@12
011320* same allowances for old-format records 0100 makes. One stream   !@12
011330* without the restart-safe counts sends the whole night back to   !@12
011340* the dataset scan; a stream marked FAILED fails the night.       !@12
011350     READ APKRECON-RPT;                                           !@12
011360     IF APKRECON-RPT-OK                                           !@12
011370      THEN                                                        !@12
011380       ADD RPT-RECS-READ TO RECS-READ;                            !@12
011390       ADD RPT-RECS-INSERTED TO RECS-INSERTED;                    !@12
011400       ADD RPT-PAGE-COUNT TO PAGES-PRINTED;                       !@12
011410       ADD RPT-LINE-COUNT TO LINES-PRINTED;                       !@12
011420       IF RPT-RUN-MODE NOT = SPACES AND NOT FAILED-RUN-MODE       !@12
011430        THEN                                                      !@12
011440         MOVE RPT-RUN-MODE TO RUN-MODE-TEXT;                      !@12
011450       END-IF;                                                    !@12
011460       IF RPT-RECS-SUPPRESSED IS NUMERIC                          !@12
011470        THEN                                                      !@12
011480         ADD RPT-RECS-SUPPRESSED TO RECS-SUPPRESSED;              !@12
011490       END-IF;                                                    !@12
011500       IF RPT-EDLV-COUNT IS NUMERIC                               !@12
011510        THEN                                                      !@12
011520         ADD RPT-EDLV-COUNT TO RECS-EDELIV;                       !@12
011530       END-IF;                                                    !@12
011540       IF RPT-DUP-COUNT IS NUMERIC                                !@12
011550        THEN                                                      !@12
011560         ADD RPT-DUP-COUNT TO RECS-DUP-SUPP;                      !@12
011570       END-IF;                                                    !@12
011580       IF RPT-HELD-COUNT IS NUMERIC                               !@12
011590        THEN                                                      !@12
011600         ADD RPT-HELD-COUNT TO RECS-HELD;                         !@12
011610       END-IF;                                                    !@12
011620       IF RPT-EXCPT-COUNT IS NUMERIC                              !@12
011630        THEN                                                      !@12
011640         ADD RPT-EXCPT-COUNT TO EXCPT-SUMMARY-CNTR;               !@12
011650        ELSE                                                      !@12
011660         SET SUMMARY-COUNTS-ABSENT TO TRUE;                       !@12
011670       END-IF;                                                    !@12
011680       IF RPT-AUDIT-COUNT IS NUMERIC                              !@12
011690        THEN                                                      !@12
011700         ADD RPT-AUDIT-COUNT TO AUDIT-SUMMARY-CNTR;               !@12
011710       END-IF;                                                    !@12
011720       PERFORM 0191-CHECK-STREAM-SUMMARY;                         !@12
011730     END-IF.                                                      !@12
011740 SKIP2                                                            !@12
011750 0193-WRITE-SPLIT-LINES.                                          !@12
011760* On a split night, the streams and the extract they add back     !@12
011770* to.                                                             !@12
011780     MOVE SPACES TO APKRECON-CERT-RECORD.                         !@12
011790     MOVE 'CONSOLIDATED RECONCILIATION OF A SPLIT NIGHT'          !@12
011800         TO APKRECON-CERT-RECORD.                                 !@12
011810     WRITE APKRECON-CERT-RECORD.                                  !@12
011820     PERFORM 0194-WRITE-STREAM-LINE                               !@12
011830         VARYING SPLIT-SUB FROM 1 BY 1                            !@12
011840         UNTIL SPLIT-SUB > SPLIT-STREAM-CNTR.                     !@12
011850     MOVE 'STREAMS IN THE SPLIT ...' TO CERT-LABEL.               !@12
011860     MOVE SPLIT-STREAMS-DECLARED TO CERT-VALUE.                   !@12
011870     PERFORM 0170-WRITE-DETAIL-LINE.                              !@12
011880     MOVE 'EXTRACT RECORDS ........' TO CERT-LABEL.               !@12
011890     MOVE SPLIT-EXTRACT-RECS TO CERT-VALUE.                       !@12
011900     PERFORM 0170-WRITE-DETAIL-LINE.                              !@12
011910     MOVE 'STREAM RECS NET OF COPIES' TO CERT-LABEL.              !@12
011920     MOVE SPLIT-RECS-PROVEN TO CERT-VALUE.                        !@12
011930     PERFORM 0170-WRITE-DETAIL-LINE.                              !@12
011940     MOVE 'EXTRACT DOCUMENTS ......' TO CERT-LABEL.               !@12
011950     MOVE SPLIT-EXTRACT-DOCS TO CERT-VALUE.                       !@12
011960     PERFORM 0170-WRITE-DETAIL-LINE.                              !@12
011970     MOVE 'STREAM MANIFEST DOCUMENTS' TO CERT-LABEL.              !@12
011980     MOVE SPLIT-STREAM-DOCS TO CERT-VALUE.                        !@12
011990     PERFORM 0170-WRITE-DETAIL-LINE.                              !@12
012000     MOVE 'EXTRACT PAGES ..........' TO CERT-LABEL.               !@12
012010     MOVE SPLIT-EXTRACT-PAGES TO CERT-VALUE.                      !@12
012020     PERFORM 0170-WRITE-DETAIL-LINE.                              !@12
012030     MOVE 'STREAM MANIFEST PAGES ...' TO CERT-LABEL.              !@12
012040     MOVE SPLIT-STREAM-PAGES TO CERT-VALUE.                       !@12
012050     PERFORM 0170-WRITE-DETAIL-LINE.                              !@12
012060 SKIP2                                                            !@12
012070 0194-WRITE-STREAM-LINE.                                          !@12
012090     MOVE SPS-RUN-IDENT (SPLIT-SUB) TO SSL-RUN-IDENT.             !@12
012100     MOVE SPS-RECORDS (SPLIT-SUB) TO SSL-RECORDS.                 !@12
012110     MOVE SPS-RECS-READ (SPLIT-SUB) TO SSL-RECS-READ.             !@12
012120     MOVE SPS-PAGES (SPLIT-SUB) TO SSL-PAGES.                     !@12
012130     MOVE SPACES TO APKRECON-CERT-RECORD.                         !@12
012140     MOVE SPLIT-STREAM-LINE TO APKRECON-CERT-RECORD.              !@12
012150     WRITE APKRECON-CERT-RECORD.                                  !@12
012160 SKIP2                                                            !@12
012170 0195-WRITE-SPLIT-MESSAGES.                                       !@12
012180     IF STREAM-RUN-ALONE                                          !@12
012190      THEN                                                        !@12
012200       MOVE SPACES TO APKRECON-CERT-RECORD;                       !@12
012210       MOVE '*** ONE STREAM OF A SPLIT NIGHT - RECONCILE THE'     !@12
012220           TO APKRECON-CERT-RECORD;                               !@12
012230       WRITE APKRECON-CERT-RECORD;                                !@12
012240       MOVE SPACES TO APKRECON-CERT-RECORD;                       !@12
012250       MOVE 'NIGHT WITH ITS SPLIT-CONTROL FILE'                   !@12
012260           TO APKRECON-CERT-RECORD;                               !@12
012270       WRITE APKRECON-CERT-RECORD;                                !@12
012280      ELSE                                                        !@12
012290       IF SPLIT-INCOMPLETE                                        !@12
012300        THEN                                                      !@12
012310         MOVE SPACES TO APKRECON-CERT-RECORD;                     !@12
012320         MOVE '*** SPLIT NIGHT INCOMPLETE - NOT EVERY STREAM'     !@12
012330             TO APKRECON-CERT-RECORD;                             !@12
012340         WRITE APKRECON-CERT-RECORD;                              !@12
012350         MOVE SPACES TO APKRECON-CERT-RECORD;                     !@12
012360         MOVE 'WRITTEN BY THE SPLIT WAS RECONCILED'               !@12
012370             TO APKRECON-CERT-RECORD;                             !@12
012380         WRITE APKRECON-CERT-RECORD;                              !@12
012390       END-IF;                                                    !@12
012400     END-IF.                                                      !@12
012410     IF SPLIT-OUT-OF-BALANCE                                      !@12
012420      THEN                                                        !@12
012430       MOVE SPACES TO APKRECON-CERT-RECORD;                       !@12
012440       MOVE '*** STREAMS DO NOT ADD BACK TO THE ORIGINAL'         !@12
012450           TO APKRECON-CERT-RECORD;                               !@12
012460       WRITE APKRECON-CERT-RECORD;                                !@12
012470       MOVE SPACES TO APKRECON-CERT-RECORD;                       !@12
012480       MOVE 'EXTRACT' TO APKRECON-CERT-RECORD;                    !@12
012490       WRITE APKRECON-CERT-RECORD;                                !@12
012500     END-IF.                                                      !@12
