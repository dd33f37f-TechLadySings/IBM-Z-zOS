000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000110* LAST UPDATE ON 15 Oct 2026 AT 23:55:00 BY  DLMAINT VERSION 39  *
000120* MODIFICATION HISTORY.                                         *
000130*   09 AUG 2026  DLM  ADD CHECKPOINT/RESTART SUPPORT.             !@02*
000140*   09 AUG 2026  DLM  ISSUE CEE3DMP ON I/O FAILURE.               !@03*
000412*   03 SEP 2026  DLM  FIX DUP BAL, SWALLOW END, DRY-RUN OUTPUTS.  !@31*
000414*   03 SEP 2026  DLM  FIX EOF FLUSH, BAD-ACCT SWALLOW, EDLV GUARD.!@32*
000416*   03 SEP 2026  DLM  RESTART RUN MODE, EDLV REPLAY NOTE.         !@33*
000417*   15 OCT 2026  DLM  ADDRESS-HOLD DOCUMENTS TO HELD-MAIL EXTRACT.!@34*
000418*   15 OCT 2026  DLM  ENVELOPE NUMBER INTO THE MANIFEST.          !@35*
000419*   15 OCT 2026  DLM  PORTAL FALLBACK DOCUMENTS FORCED TO PRINT.  !@36*
000420*   15 OCT 2026  DLM  POST START AND END TO THE RUN LEDGER.       !@37*
000423*   15 OCT 2026  DLM  STREAM-QUALIFIED RUN IDENTIFIER.            !@38*
000425*   15 OCT 2026  DLM  WARN OF A SPLIT NIGHT RUNID OVER 20 CHARS.  !@39*
000428 ID DIVISION.
000430 PROGRAM-ID. APKINFIL.
000440 AUTHOR. TURETZKY--HYDRA.
000450 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
001560                                 ORGANIZATION IS SEQUENTIAL       !@26
001570                                 FILE STATUS                      !@26
001580                                 APKINFIL-EDLV-STATUS.            !@26
001582     SELECT APKINFIL-HELD       ASSIGN TO SYS001-S-APKHELD        !@34
001584                                 ORGANIZATION IS SEQUENTIAL       !@34
001586                                 FILE STATUS                      !@34
001588                                 APKINFIL-HELD-STATUS.            !@34
001590     SELECT APKINFIL-CHRG       ASSIGN TO SYS001-S-APKCHRG        !@28
001600                                 ORGANIZATION IS SEQUENTIAL       !@28
001610                                 FILE STATUS                      !@28
002260     05  CKPT-DOC-LINES          PIC 9(8) BINARY.                 !@28
002270     05  CKPT-DUP-COUNT          PIC 9(8) BINARY.                 !@30
002280     05  CKPT-DUP-FLAG           PIC X.                           !@30
002290     05  CKPT-HELD-COUNT         PIC 9(8) BINARY.                 !@34
002295     05  CKPT-DOC-ENVELOPE       PIC 9(8) BINARY.                 !@35
002300/ TYPE-CODE EXCEPTION REPORT.                                     !@04
002310 FD  APKINFIL-EXCPT,                                              !@04
002320     RECORDING MODE IS F,                                         !@04
002790     05  RPT-RUN-IDENT           PIC X(22).                       !@27
002800     05  FILLER                  PIC X.                           !@30
002810     05  RPT-DUP-COUNT           PIC 9(8).                        !@30
002813     05  FILLER                  PIC X.                           !@34
002816     05  RPT-HELD-COUNT          PIC 9(8).                        !@34
002820/ EXTERNAL CONTROL-CARD PARAMETER DATASET.                        !@17
002830 FD  APKINFIL-PARM,                                               !@17
002840     RECORDING MODE IS F,                                         !@17
003480     05  MANIF-CHANNEL           PIC X(5).                        !@26
003490     05  FILLER                  PIC X.                           !@27
003500     05  MANIF-RUN-IDENT         PIC X(22).                       !@27
003510     05  FILLER                  PIC X.                           !@35
003513     05  MANIF-ENVELOPE          PIC 9(8).                        !@35
003516     05  FILLER                  PIC X(3).                        !@35
003520/ CUSTOMER MASTER (KEYED VSAM), SHARED WITH THE OTHER BATCH JOBS. !@25
003530 FD  APKINFIL-CUST,                                               !@25
003540     RECORD CONTAINS 80 CHARACTERS.                               !@25
003580     05  CUST-DELIV-PREF         PIC X.                           !@26
003590         88  CUST-WANTS-PAPER        VALUE 'P'.                   !@26
003600         88  CUST-WANTS-EDELIV       VALUE 'E'.                   !@26
003610     05  CUST-ADDR-HOLD          PIC X.                           !@34
003611         88  CUST-ADDR-IS-HELD       VALUE 'H'.                   !@34
003613         88  CUST-ADDR-IS-GOOD       VALUE ' '.                   !@34
003615     05  CUST-HOLD-DATE          PIC X(8).                        !@34
003616     05  CUST-HOLD-REASON        PIC X(12).                       !@34
003618     05  FILLER                  PIC X(18).                       !@34
003620/ E-DELIVERY EXTRACT -- WHOLE LOGICAL DOCUMENTS, RECORDS INTACT. !@26
003630 FD  APKINFIL-EDLV,                                               !@26
003640     BLOCK CONTAINS 0 RECORDS,                                    !@26
003660     RECORD VARYING FROM 08 TO 32752                              !@26
003670         DEPENDING ON EDLV-LENGTH.                                !@26
003680 01  APKINFIL-EDLV-RECORD        PIC X(32752).                    !@26
003681/ HELD-MAIL EXTRACT -- WHOLE DOCUMENTS FOR ADDRESS-HOLD ACCOUNTS. !@34
003682 FD  APKINFIL-HELD,                                               !@34
003683     BLOCK CONTAINS 0 RECORDS,                                    !@34
003685     RECORDING MODE IS V                                          !@34
003686     RECORD VARYING FROM 08 TO 32752                              !@34
003687         DEPENDING ON HELD-LENGTH.                                !@34
003688 01  APKINFIL-HELD-RECORD        PIC X(32752).                    !@34
003690/ PER-CLIENT CHARGEBACK EXTRACT, ONE RECORD PER INPUT MEMBER      !@28
003700* PER DOCUMENT TYPE, CUT AT END OF RUN WITH THE SUMMARY.          !@28
003710 FD  APKINFIL-CHRG,                                               !@28
003880 WORKING-STORAGE SECTION.
003890 77  PGMNAME                 PIC X(8) VALUE 'APKINFIL'.
003900 77  ABND-PGM                PIC X(8) VALUE 'CEE3DMP'.            !@01
003905 77  LEDGER-PGM              PIC X(8) VALUE 'APKLEDGR'.           !@37
003910 77  ABEND-CODE              PIC 9(4) BINARY VALUE 12.
003920 77  ABEND-OPTS              PIC X(255)                           !@01
003930     VALUE 'ENC(CUR) THR(CUR) FILE VAR NOBLOCK NOSTOR SF(ALL)' .  !@01
004910     05  RUN-IDENT-JOBNAME   PIC X(8).                            !@27
004920 77  RUN-JOBNAME             PIC X(8) VALUE 'APKINFIL'.           !@27
004930 77  RUN-IDENT-CARD          PIC X(22) VALUE SPACES.              !@27
004933 77  RUN-STREAM-CARD         PIC X    VALUE SPACE.                !@38
004936     88  RUN-STREAM-GIVEN        VALUE '1' THRU '9'.              !@38
004940 77  RUN-TIME-WORK           PIC X(8) VALUE SPACES.               !@27
004950 01  RUN-IDENT-SWITCHES.                                          !@27
004960     05  RUNID-CARD-SW       PIC X    VALUE 'N'.                  !@27
006350 77  DOC-CUST-NAME           PIC X(30) VALUE SPACES.              !@25
006360 77  DOC-TYPE-CODE           PIC X(3)  VALUE SPACES.              !@28
006370 77  DOC-LINE-COUNT          PIC 9(8) BINARY VALUE ZERO.          !@28
006375 77  DOC-ENVELOPE            PIC 9(8) BINARY VALUE ZERO.          !@35
006380* PER-CLIENT CHARGEBACK ACCUMULATORS. Finance bills each          !@28
006390* client by printed volume; the banner record counts they         !@28
006400* estimate from today count records, not pages. Each              !@28
006610 77  DOC-CHANNEL             PIC X(5) VALUE 'PRINT'.              !@26
006620     88  DOC-GOES-TO-PRINT       VALUE 'PRINT'.                   !@26
006630     88  DOC-GOES-TO-EDELIV      VALUE 'EDLV '.                   !@26
006632* A document for an account on address hold is not mailed: it     !@34
006635* is diverted whole to the held-mail extract.                     !@34
006637     88  DOC-GOES-TO-HELD        VALUE 'HELD '.                   !@34
006640 77  EDLV-SUPPRESSED-CNTR    PIC 9(8) BINARY VALUE ZERO.          !@26
006650 77  EDLV-LENGTH             PIC 9(8) BINARY VALUE ZERO.          !@26
006660 01  EDLV-FILE-SWITCHES.                                          !@26
006670     05  EDLV-FILE-OPEN-SW   PIC X    VALUE 'N'.                  !@26
006680         88  EDLV-FILE-IS-OPEN   VALUE 'Y'.                       !@26
006690         88  EDLV-FILE-NOT-OPEN  VALUE 'N'.                       !@26
006691 77  HELD-SUPPRESSED-CNTR    PIC 9(8) BINARY VALUE ZERO.          !@34
006692 77  HELD-LENGTH             PIC 9(8) BINARY VALUE ZERO.          !@34
006694 01  HELD-FILE-SWITCHES.                                          !@34
006695     05  HELD-FILE-OPEN-SW   PIC X    VALUE 'N'.                  !@34
006697         88  HELD-FILE-IS-OPEN   VALUE 'Y'.                       !@34
006698         88  HELD-FILE-NOT-OPEN  VALUE 'N'.                       !@34
006700 01  DOC-TRACK-SWITCHES.                                          !@15
006710     05  DOC-OPEN-SW         PIC X    VALUE 'N'.                  !@15
006720         88  DOC-IS-OPEN         VALUES 'Y' 'C'.                  !@15
006800* CUSTOMER-MASTER VALIDATION WORK FIELDS.                         !@25
006810 77  CUST-NAME-FOUND         PIC X(30) VALUE SPACES.              !@25
006820 77  CUST-PREF-FOUND         PIC X    VALUE SPACE.                !@26
006825 77  CUST-HOLD-FOUND         PIC X    VALUE SPACE.                !@34
006830 01  CUST-FILE-SWITCHES.                                          !@25
006840     05  CUST-FILE-OPEN-SW   PIC X    VALUE 'N'.                  !@25
006850         88  CUST-FILE-IS-OPEN   VALUE 'Y'.                       !@25
007160         88  APKINFIL-CUST-NOTFND VALUE 23.                       !@25
007170     05  APKINFIL-EDLV-STATUS    PIC 99   VALUE ZERO.             !@26
007180         88  APKINFIL-EDLV-OK    VALUE 00.                        !@26
007183     05  APKINFIL-HELD-STATUS    PIC 99   VALUE ZERO.             !@34
007186         88  APKINFIL-HELD-OK    VALUE 00.                        !@34
007190     05  APKINFIL-CHRG-STATUS    PIC 99   VALUE ZERO.             !@28
007200         88  APKINFIL-CHRG-OK    VALUE 00.                        !@28
007201* THE RUN LEDGER POSTING PARAMETERS, AS APKLEDGR RECEIVES THEM.   !@37
007202 01  LEDGER-PARMS.                                                !@37
007203     05  LGP-FUNCTION            PIC X.                           !@37
007204         88  LGP-STEP-START      VALUE 'S'.                       !@37
007205         88  LGP-STEP-END        VALUE 'E'.                       !@37
007206     05  LGP-RUN-IDENT           PIC X(22).                       !@37
007207     05  LGP-STEP-NAME           PIC X(8).                        !@37
007208     05  LGP-START-DATE          PIC X(8).                        !@37
007209     05  LGP-START-TIME          PIC X(6).                        !@37
007210     05  LGP-STEP-RC             PIC 9(4) BINARY.                 !@37
007211     05  LGP-COUNT-ENTRY         OCCURS 3 TIMES.                  !@37
007212         10  LGP-COUNT-LABEL     PIC X(8).                        !@37
007213         10  LGP-COUNT-VALUE     PIC 9(9) BINARY.                 !@37
007214     05  LGP-RESULT              PIC 9(4) BINARY.                 !@37
007215/ PASSED PARAMETERS.
007220 LINKAGE SECTION.
007230 01  INP-PARMS.
007240     05  INP-USTOR           POINTER.
007940       PERFORM 0108-BUILD-RUN-IDENT;                              !@27
007950       PERFORM 0105-BUILD-FILE-LIST;                              !@07
007960       PERFORM 0150-LOAD-CHECKPOINT;                              !@07
007965       PERFORM 0210-POST-LEDGER-START;                            !@37
007970       MOVE 1 TO APKINFIL-FILE-CURR;                              !@07
007980       IF CKPT-RESTARTING                                         !@07
007990        THEN                                                      !@07
008960                   'STATUS ', APKINFIL-EDLV-STATUS;               !@26
008970         END-IF;                                                  !@26
008972         END-IF;                                                  !@31
008976         PERFORM 0200-OPEN-HELD-EXTRACT;                          !@34
008980         IF CKPT-RESTARTING                                       !@02
008990          THEN                                                    !@02
009000           PERFORM 0160-SKIP-TO-CHECKPOINT;                       !@02
009730           PERFORM 0196-SET-FINAL-RETURN-CODE;                    !@18
009740           PERFORM 0198-WRITE-RUN-HISTORY;                        !@21
009750           PERFORM 0197-ISSUE-RUN-TOTALS-MSG;                     !@22
009755           PERFORM 0211-POST-LEDGER-END;                          !@37
009760           IF EXCPT-FILE-IS-OPEN                                  !@04
009770            THEN                                                  !@04
009780             CLOSE APKINFIL-EXCPT;                                !@04
010010             CLOSE APKINFIL-EDLV;                                 !@26
010020             SET EDLV-FILE-NOT-OPEN TO TRUE;                      !@26
010030           END-IF;                                                !@26
010031           IF HELD-FILE-IS-OPEN                                   !@34
010033            THEN                                                  !@34
010035             CLOSE APKINFIL-HELD;                                 !@34
010036             SET HELD-FILE-NOT-OPEN TO TRUE;                      !@34
010038           END-IF;                                                !@34
010040           IF VALIDATE-ONLY-RUN                                   !@29
010050            THEN                                                  !@29
010060* A dry run ends without the synthesized control page --          !@29
011460           SET RUNID-CARD-GIVEN TO TRUE                           !@27
011470         WHEN 'JOBNAME'                                           !@27
011480           MOVE PARM-VALUE (1 : 8) TO RUN-JOBNAME                 !@27
011481         WHEN 'STREAM'                                            !@38
011482           MOVE PARM-VALUE (1 : 1) TO RUN-STREAM-CARD;            !@38
011483           IF NOT RUN-STREAM-GIVEN                                !@38
011484               OR PARM-VALUE (2 : 1) NOT = SPACE                  !@38
011485            THEN                                                  !@38
011486             MOVE SPACE TO RUN-STREAM-CARD;                       !@38
011487             DISPLAY PGMNAME, ' WARNING - STREAM MUST BE ',       !@38
011488                     '1 TO 9, CARD IGNORED';                      !@38
011489           END-IF                                                 !@38
011490         WHEN 'VALIDTYPES'                                        !@17
011500           MOVE SPACES TO VALID-TYPE-TABLE;                       !@17
011510           MOVE ZERO TO VALID-TYPE-COUNT;                         !@17
012600* built from JCL system symbols) wins; otherwise the              !@27
012610* identifier is generated from the date, the time, and the        !@27
012620* jobname named on the JOBNAME card.                              !@27
012622* A stream of a night split across printers (STREAM card) runs    !@38
012623* under the night's identifier with its last two positions        !@38
012625* given over to a period and the stream number, so its outputs    !@38
012626* name both the night and the stream, and a restart matches the   !@38
012628* stream it was cut from.                                         !@38
012629* The night's own identifier leaves those two positions blank.    !@39
012630     IF RUNID-CARD-GIVEN                                          !@27
012640      THEN                                                        !@27
012650       MOVE RUN-IDENT-CARD TO RUN-IDENT;                          !@27
012690       MOVE RUN-TIME-WORK (1 : 6) TO RUN-IDENT-TIME;              !@27
012700       MOVE RUN-JOBNAME TO RUN-IDENT-JOBNAME;                     !@27
012710     END-IF;                                                      !@27
012711     IF RUN-STREAM-GIVEN                                          !@38
012712      THEN                                                        !@38
012713       IF RUNID-CARD-ABSENT                                       !@38
012714        THEN                                                      !@38
012715         DISPLAY PGMNAME, ' WARNING - STREAM WITHOUT RUNID CARD'; !@38
012716       END-IF;                                                    !@38
012717       MOVE '.' TO RUN-IDENT (21 : 1);                            !@38
012718       MOVE RUN-STREAM-CARD TO RUN-IDENT (22 : 1);                !@38
012719     END-IF;                                                      !@38
012720     DISPLAY PGMNAME, ' RUN IDENTIFIER ', RUN-IDENT.              !@27
012721     IF RUN-STREAM-GIVEN AND RUNID-CARD-GIVEN                     !@39
012722         AND RUN-IDENT-CARD (21 : 2) NOT = SPACES                 !@39
012724      THEN                                                        !@39
012725       DISPLAY PGMNAME, ' WARNING - RUNID FOR A SPLIT ',          !@39
012727               'NIGHT MAX 20 CHARACTERS';                         !@39
012728     END-IF.                                                      !@39
012730 SKIP2                                                            !@27
012740 0100-READ-RECORD.
012750* Read a record from the input file and, for a record actually   !@13
013370          THEN                                                    !@26
013380           PERFORM 0126-ROUTE-TO-EDELIVERY;                       !@26
013390         END-IF;                                                  !@26
013391* A document for an account on address hold leaves the print      !@34
013392* stream whole the same way, into the held-mail extract.          !@34
013393         IF REC-IS-VALID AND DOC-IS-OPEN                          !@34
013394             AND DOC-GOES-TO-HELD                                 !@34
013395             AND HELD-FILE-IS-OPEN                                !@34
013396          THEN                                                    !@34
013397           PERFORM 0205-ROUTE-TO-HELD-MAIL;                       !@34
013398         END-IF;                                                  !@34
013400       END-IF;                                                    !@19
013410     END-IF.                                                       !@13
013420 SKIP2                                                             !@13
014480     SET CUST-IS-UNKNOWN TO TRUE;                                 !@25
014490     MOVE SPACES TO CUST-NAME-FOUND;                              !@25
014500     MOVE SPACE TO CUST-PREF-FOUND;                               !@26
014505     MOVE SPACE TO CUST-HOLD-FOUND;                               !@34
014510     IF APKINFIL-IN-RECLEN >= 21                                  !@25
014520      THEN                                                        !@25
014530       MOVE APKINFIL-IN-DATA (1 : 10) TO CUST-ACCT-NUMBER;        !@25
014580         SET CUST-IS-KNOWN TO TRUE;                               !@25
014590         MOVE CUST-NAME TO CUST-NAME-FOUND;                       !@25
014600         MOVE CUST-DELIV-PREF TO CUST-PREF-FOUND;                 !@26
014605         MOVE CUST-ADDR-HOLD TO CUST-HOLD-FOUND;                  !@34
014610       END-READ;                                                  !@25
014620     END-IF.                                                      !@25
014630 SKIP2                                                            !@25
016980        ELSE                                                      !@28
016990         MOVE SPACES TO DOC-TYPE-CODE;                            !@28
017000       END-IF;                                                    !@28
017001* A householded extract carries the presort's envelope after      !@35
017002* the ZIP: the marker in byte 27, the number in bytes 28-35.      !@35
017003       MOVE ZERO TO DOC-ENVELOPE;                                 !@35
017004       IF APKINFIL-IN-RECLEN >= 35                                !@35
017005           AND APKINFIL-IN-DATA (27 : 1) NOT = SPACE              !@35
017006           AND APKINFIL-IN-DATA (28 : 8) IS NUMERIC               !@35
017007        THEN                                                      !@35
017008         MOVE APKINFIL-IN-DATA (28 : 8) TO DOC-ENVELOPE;          !@35
017009       END-IF;                                                    !@35
017010* The delivery-preference flag looked up with the account         !@26
017020* decides the document's channel. When the e-delivery             !@26
017030* extract could not be opened every document keeps its            !@26
017040* paper channel -- see the open-failure warning above.            !@26
017042* A document the acknowledgement reconciliation sent back         !@36
017045* from the portal carries 'P' in HDR byte 36 and goes to          !@36
017047* paper whatever the customer's preference says.                  !@36
017050       SET DOC-GOES-TO-PRINT TO TRUE;                             !@26
017060       IF CUST-PREF-FOUND = 'E' AND EDLV-FILE-IS-OPEN             !@36
017063           AND NOT (APKINFIL-IN-RECLEN >= 36                      !@36
017066                AND APKINFIL-IN-DATA (36 : 1) = 'P')              !@36
017070        THEN                                                      !@26
017080         SET DOC-GOES-TO-EDELIV TO TRUE;                          !@26
017090       END-IF;                                                    !@26
017091* An account on address hold is not mailed to at all. An          !@34
017092* e-delivery document never uses the address and is left          !@34
017093* alone; without the held-mail extract the document prints.       !@34
017094       IF CUST-HOLD-FOUND = 'H' AND DOC-GOES-TO-PRINT             !@34
017095           AND HELD-FILE-IS-OPEN                                  !@34
017096        THEN                                                      !@34
017097         SET DOC-GOES-TO-HELD TO TRUE;                            !@34
017098       END-IF;                                                    !@34
017100       SET DOC-ACCUMULATING TO TRUE;                              !@15
017110      ELSE                                                        !@15
017120       IF DOC-ACCUMULATING                                        !@15
017380       MOVE DOC-CUST-NAME TO MANIF-CUST-NAME;                     !@25
017390* The channel mark tells customer service which channel           !@26
017400* actually served the document -- printed and mailed, or          !@26
017410* handed to the portal load, or held back for a bad address.      !@34
017420       MOVE DOC-CHANNEL TO MANIF-CHANNEL;                         !@26
017430       MOVE RUN-IDENT TO MANIF-RUN-IDENT;                         !@27
017435       MOVE DOC-ENVELOPE TO MANIF-ENVELOPE;                       !@35
017440       WRITE APKINFIL-MANIF-RECORD;                               !@15
017450     END-IF.                                                      !@15
017460 SKIP2                                                            !@19
020700         MOVE CKPT-DOC-CUST-NAME TO DOC-CUST-NAME;                !@25
020710         MOVE CKPT-EDLV-COUNT TO EDLV-SUPPRESSED-CNTR;            !@26
020720         MOVE CKPT-DOC-CHANNEL TO DOC-CHANNEL;                    !@26
020725         MOVE CKPT-HELD-COUNT TO HELD-SUPPRESSED-CNTR;            !@34
020727         MOVE CKPT-DOC-ENVELOPE TO DOC-ENVELOPE;                  !@35
020730         MOVE CKPT-EXCPT-COUNT TO EXCPT-WRITTEN-CNTR;             !@18
020740         MOVE CKPT-AUDIT-COUNT TO AUDIT-WRITTEN-CNTR;             !@18
020750         MOVE CKPT-TRL-CTL-COUNT TO TRL-CTL-LAST-COUNT;           !@23
021710       MOVE DOC-CUST-NAME TO CKPT-DOC-CUST-NAME;                  !@25
021720       MOVE EDLV-SUPPRESSED-CNTR TO CKPT-EDLV-COUNT;              !@26
021730       MOVE DOC-CHANNEL TO CKPT-DOC-CHANNEL;                      !@26
021735       MOVE HELD-SUPPRESSED-CNTR TO CKPT-HELD-COUNT;              !@34
021737       MOVE DOC-ENVELOPE TO CKPT-DOC-ENVELOPE;                    !@35
021740       MOVE RUN-IDENT TO CKPT-RUN-IDENT;                          !@27
021750       MOVE EXCPT-WRITTEN-CNTR TO CKPT-EXCPT-COUNT;               !@18
021760       MOVE AUDIT-WRITTEN-CNTR TO CKPT-AUDIT-COUNT;               !@18
022180                  CKPT-DOC-PAGES CKPT-EXCPT-COUNT                 !@18
022190                  CKPT-AUDIT-COUNT CKPT-TRL-CTL-COUNT             !@23
022200                  CKPT-REPRINT-SKIPPED CKPT-READ-COUNT            !@24
022210                  CKPT-EDLV-COUNT CKPT-HELD-COUNT                 !@35
022215                  CKPT-DOC-ENVELOPE;                              !@35
022220     MOVE SPACES TO CKPT-DOC-SOURCE-DD;                           !@15
022230     MOVE 'PRINT' TO CKPT-DOC-CHANNEL;                            !@26
022240     MOVE SPACES TO CKPT-RUN-IDENT;                               !@27
022410* failed run shows up in the volume trend.                        !@21
022420     MOVE 'ABEND' TO HIST-STATUS-TEXT;                            !@21
022430     PERFORM 0198-WRITE-RUN-HISTORY;                              !@21
022436     PERFORM 0211-POST-LEDGER-END;                                !@37
022440* The summary record is cut here too, marked FAILED -- the        !@24
022450* catalogued summary dataset would otherwise still hold the       !@24
022460* previous run's numbers, and the reconciliation step could       !@24
023320* out of the print stream -- their own summary field keeps        !@30
023330* the reconciliation balance whole.                               !@30
023340     MOVE DUP-SUPPRESSED-CNTR TO RPT-DUP-COUNT;                   !@30
023342* Records diverted whole to the held-mail extract are out of      !@34
023345* the print stream on purpose as well -- their own field.         !@34
023347     MOVE HELD-SUPPRESSED-CNTR TO RPT-HELD-COUNT;                 !@34
023350     IF RPT-RUN-MODE-W NOT = SPACES                               !@24
023360      THEN                                                        !@24
023370       MOVE RPT-RUN-MODE-W TO RPT-RUN-MODE;                       !@24
024570     MOVE APKINFIL-FILE-RECCNT (HIST-FILE-SUB)                    !@21
024580         TO HIST-FILE-RECCNT;                                     !@21
024590     WRITE APKINFIL-HIST-FILE-REC.                                !@21
024600 SKIP2                                                            !@34
024610 0200-OPEN-HELD-EXTRACT.                                          !@34
024620* Open the held-mail extract exactly as the e-delivery extract    !@34
024630* is opened: never on a dry run, extended on a restart (with      !@34
024640* the same replay caveat -- the held-mail report counts a         !@34
024650* replayed document twice), and on failure every document for     !@34
024660* an address-hold account prints as before -- a statement         !@34
024670* mailed to a bad address costs postage, a lost one costs a       !@34
024680* customer.                                                       !@34
024690     IF VALIDATE-ONLY-RUN                                         !@34
024700      THEN                                                        !@34
024710       CONTINUE;                                                  !@34
024720      ELSE                                                        !@34
024730       IF CKPT-RESTARTING                                         !@34
024740        THEN                                                      !@34
024750         OPEN EXTEND APKINFIL-HELD;                               !@34
024760        ELSE                                                      !@34
024770         OPEN OUTPUT APKINFIL-HELD;                               !@34
024780       END-IF;                                                    !@34
024790       IF APKINFIL-HELD-OK                                        !@34
024800        THEN                                                      !@34
024810         SET HELD-FILE-IS-OPEN TO TRUE;                           !@34
024820        ELSE                                                      !@34
024830         DISPLAY PGMNAME, ' WARNING - HELD-MAIL EXTRACT ',        !@34
024840                 'NOT AVAILABLE, HELD ACCOUNTS PRINT, ',          !@34
024850                 'STATUS ', APKINFIL-HELD-STATUS;                 !@34
024860       END-IF;                                                    !@34
024870     END-IF.                                                      !@34
024880 SKIP2                                                            !@34
024890 0205-ROUTE-TO-HELD-MAIL.                                         !@34
024900* Copy the record in hand, intact, to the held-mail extract and   !@34
024910* withhold it from the print stream -- the same bookkeeping as    !@34
024920* the e-delivery split in 0126: its page counts into the          !@34
024930* document's manifest record but never into the printed           !@34
024940* totals, and the diverted-record count rides in the summary      !@34
024950* record for the reconciliation step.                             !@34
024960     MOVE APKINFIL-LENGTH TO HELD-LENGTH;                         !@34
024970     MOVE APKINFIL-IN-RECORD (1 : APKINFIL-LENGTH)                !@34
024980         TO APKINFIL-HELD-RECORD (1 : HELD-LENGTH);               !@34
024990     WRITE APKINFIL-HELD-RECORD;                                  !@34
025000     ADD 1 TO HELD-SUPPRESSED-CNTR;                               !@34
025010     ADD 1 TO DOC-LINE-COUNT;                                     !@34
025020     IF APKINFIL-IN-CC = '1'                                      !@34
025030      THEN                                                        !@34
025040       ADD 1 TO DOC-PAGE-COUNT;                                   !@34
025050     END-IF;                                                      !@34
025060     SET REC-IS-INVALID TO TRUE.                                  !@34
025070 SKIP2                                                            !@37
025080 0210-POST-LEDGER-START.                                          !@37
025090* Record the start of the ACIF step in the run ledger, against    !@37
025100* the run identifier -- on a restart, the identifier the          !@37
025110* checkpoint restored, so the rerun posts to the same run.  A     !@37
025120* validate-only pass prints nothing and is not recorded.          !@37
025130     IF NOT VALIDATE-ONLY-RUN                                     !@37
025140      THEN                                                        !@37
025150       INITIALIZE LEDGER-PARMS;                                   !@37
025160       SET LGP-STEP-START TO TRUE;                                !@37
025170       PERFORM 0212-CALL-LEDGER;                                  !@37
025180     END-IF.                                                      !@37
025190 SKIP2                                                            !@37
025200 0211-POST-LEDGER-END.                                            !@37
025210* Record the end of the step with its final return code -- 16     !@37
025220* when the step is abending -- and the records read, pages        !@37
025230* and exceptions written.                                         !@37
025240     IF NOT VALIDATE-ONLY-RUN                                     !@37
025250      THEN                                                        !@37
025260       INITIALIZE LEDGER-PARMS;                                   !@37
025270       SET LGP-STEP-END TO TRUE;                                  !@37
025280       IF HIST-STATUS-TEXT = 'ABEND'                              !@37
025281        THEN                                                      !@37
025283         MOVE 16 TO LGP-STEP-RC;                                  !@37
025285        ELSE                                                      !@37
025286         MOVE RETURN-CODE TO LGP-STEP-RC;                         !@37
025288       END-IF;                                                    !@37
025290       MOVE 'READ' TO LGP-COUNT-LABEL (1);                        !@37
025300       MOVE UAREA-INCNTR TO LGP-COUNT-VALUE (1);                  !@37
025310       MOVE 'PAGES' TO LGP-COUNT-LABEL (2);                       !@37
025320       MOVE PAGE-COUNT TO LGP-COUNT-VALUE (2);                    !@37
025330       MOVE 'EXCPTNS' TO LGP-COUNT-LABEL (3);                     !@37
025340       MOVE EXCPT-WRITTEN-CNTR TO LGP-COUNT-VALUE (3);            !@37
025350       PERFORM 0212-CALL-LEDGER;                                  !@37
025360     END-IF.                                                      !@37
025370 SKIP2                                                            !@37
025380 0212-CALL-LEDGER.                                                !@37
025390* A ledger that cannot be posted is worth a warning, never the    !@37
025400* run: the release gate holds a run the ledger does not show.     !@37
025410     MOVE RUN-IDENT TO LGP-RUN-IDENT.                             !@37
025420     MOVE 'ACIF' TO LGP-STEP-NAME.                                !@37
025430     CALL LEDGER-PGM USING LEDGER-PARMS.                          !@37
025440     IF LGP-RESULT NOT = ZERO                                     !@37
025450      THEN                                                        !@37
025460       DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT POSTED, ',     !@37
025470               'RESULT ', LGP-RESULT;                             !@37
025480     END-IF.                                                      !@37
