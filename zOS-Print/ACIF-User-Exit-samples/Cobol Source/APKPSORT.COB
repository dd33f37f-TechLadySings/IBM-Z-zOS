000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 19:05:00 BY  DLMAINT VERSION 04  *
000120* MODIFICATION HISTORY.                                         *
000130*   02 SEP 2026  DLM  INITIAL VERSION - POSTAL PRESORT.           !@01*
000132*   03 SEP 2026  DLM  KEEP OUTPUT INTACT WHEN THE RUN IS DOWN.    !@02*
000136*   15 OCT 2026  DLM  HOUSEHOLDING - SHARED ENVELOPES.            !@03*
000138*   15 OCT 2026  DLM  POST START AND END TO THE RUN LEDGER.       !@04*
000140 ID DIVISION.
000150 PROGRAM-ID. APKPSORT.
000160 AUTHOR. TURETZKY--HYDRA.
000470               still prove out.  A member that carried no
000480               standalone control TRL gets one synthesized
000490               at the back.
000491                                                                  !@03
000492               With a MAXSHEETS control card in the shared        !@03
000493               APKPARM member the presort also households: the    !@03
000494               documents of accounts that share a household key   !@03
000495               on the customer master (CUSTMAST), go to the same  !@03
000496               ZIP, and print on paper are kept together as one   !@03
000497               mail piece, up to MAXSHEETS sheets (one page to a  !@03
000498               sheet) to an envelope.  The APKHHRPT report lists  !@03
000499               every shared envelope and the postage it saves.    !@03
000500
000501               Every HDR then carries its envelope after the      !@03
000502               ZIP: data byte 27 is the envelope marker -- S      !@03
000503               starts an envelope, M rides inside it, E ends it,  !@03
000504               B starts and ends it -- and bytes 28-35 the        !@03
000505               envelope number, which the input exit copies into  !@03
000506               the manifest.  A HDR too short to hold them is     !@03
000507               lengthened.  Postage is priced at the SHEETSPEROZ, !@03
000508               RATEMIXED and RATEADDLOZ cards APKPSTMT reads.     !@03
000509                                                                  !@03
000510               The step return code:
000520                  0 - resequenced extract written.
000521                  4 - resequenced extract written, but the        !@03
000522                      customer master or the envelope plan was    !@03
000523                      not available and nothing was householded,  !@03
000524                      or the householding report was not.         !@03
000530                 12 - the input or output dataset is missing
000540                      or unusable; nothing was written.
000550
001020                                 ORGANIZATION IS SEQUENTIAL
001030                                 FILE STATUS
001040                                 APKPSORT-IN-STATUS.
001041     SELECT APKPSORT-PARM       ASSIGN TO SYS001-S-APKPARM        !@03
001042                                 ORGANIZATION IS SEQUENTIAL       !@03
001043                                 FILE STATUS                      !@03
001044                                 APKPSORT-PARM-STATUS.            !@03
001045     SELECT APKPSORT-ENV        ASSIGN TO SYS001-S-APKPSENV       !@03
001046                                 ORGANIZATION IS SEQUENTIAL       !@03
001047                                 FILE STATUS                      !@03
001048                                 APKPSORT-ENV-STATUS.             !@03
001050     SELECT APKPSORT-OUT        ASSIGN TO SYS001-S-APKPSOUT
001060                                 ORGANIZATION IS SEQUENTIAL
001070                                 FILE STATUS
001080                                 APKPSORT-OUT-STATUS.
001081     SELECT APKPSORT-CUST       ASSIGN TO CUSTMAST                !@03
001082                                 ORGANIZATION IS INDEXED          !@03
001084                                 ACCESS MODE IS RANDOM            !@03
001085                                 RECORD KEY IS CUST-ACCT-NUMBER   !@03
001087                                 FILE STATUS                      !@03
001088                                 APKPSORT-CUST-STATUS.            !@03
001090     SELECT APKPSORT-WRK        ASSIGN TO SORTWK01.
001091     SELECT APKPSORT-HHR        ASSIGN TO SYS001-S-APKHHRPT       !@03
001092                                 ORGANIZATION IS SEQUENTIAL       !@03
001094                                 FILE STATUS                      !@03
001095                                 APKPSORT-HHR-STATUS.             !@03
001097     SELECT APKPSORT-HHW        ASSIGN TO SORTWK01.               !@03
001098     SELECT APKPSORT-ENW        ASSIGN TO SORTWK01.               !@03
001100     EJECT
001110 DATA DIVISION.
001120 FILE SECTION.
001570                                PSRT-OUT-SEQ-CHR
001580                           PIC 9(4) COMP.
001590     05  PSRT-OUT-DATA       PIC X(32743).
001600/ OPTIONAL KEYWORD=VALUE CONTROL CARDS.                           !@03
001601 FD  APKPSORT-PARM,                                               !@03
001602     RECORDING MODE IS F,                                         !@03
001603     BLOCK CONTAINS 0 RECORDS.                                    !@03
001604 01  APKPSORT-PARM-RECORD.                                        !@03
001605     05  PARM-CARD-TEXT          PIC X(72).                       !@03
001606     05  FILLER                  PIC X(8).                        !@03
001607/ CUSTOMER MASTER (KEYED VSAM), SHARED WITH THE OTHER BATCH JOBS. !@03
001608 FD  APKPSORT-CUST,                                               !@03
001609     RECORD CONTAINS 80 CHARACTERS.                               !@03
001610 01  CUST-MASTER-RECORD.                                          !@03
001611     05  CUST-ACCT-NUMBER        PIC X(10).                       !@03
001612     05  CUST-NAME               PIC X(30).                       !@03
001613     05  CUST-DELIV-PREF         PIC X.                           !@03
001614         88  CUST-WANTS-EDELIV       VALUE 'E'.                   !@03
001615     05  CUST-ADDR-HOLD          PIC X.                           !@03
001616         88  CUST-ADDR-IS-HELD       VALUE 'H'.                   !@03
001617     05  CUST-HOLD-DATE          PIC X(8).                        !@03
001618     05  CUST-HOLD-REASON        PIC X(12).                       !@03
001619     05  CUST-HOUSEHOLD-KEY      PIC X(10).                       !@03
001620     05  FILLER                  PIC X(8).                        !@03
001621/ THE ENVELOPE PLAN -- ONE RECORD PER DOCUMENT, THE ENVELOPE IT   !@03
001622* RIDES IN AND ITS PLACE THERE.                                   !@03
001623 FD  APKPSORT-ENV,                                                !@03
001624     RECORDING MODE IS F,                                         !@03
001625     BLOCK CONTAINS 0 RECORDS.                                    !@03
001626 01  APKPSORT-ENV-RECORD.                                         !@03
001627     05  PLAN-DOC-SEQ            PIC 9(8).                        !@03
001628     05  PLAN-ENVELOPE           PIC 9(8).                        !@03
001629     05  PLAN-ENV-ORDER          PIC 9(8).                        !@03
001630     05  PLAN-MARK               PIC X.                           !@03
001631     05  FILLER                  PIC X(3).                        !@03
001632/ THE HOUSEHOLDING REPORT.                                        !@03
001633 FD  APKPSORT-HHR,                                                !@03
001634     RECORDING MODE IS F,                                         !@03
001635     BLOCK CONTAINS 0 RECORDS.                                    !@03
001636 01  APKPSORT-HHR-RECORD         PIC X(80).                       !@03
001637/ THE SURVEY SORT RECORD -- ONE PER DOCUMENT, IN HOUSEHOLD ORDER  !@03
001638* WITHIN ZIP, FOR MAKING UP THE ENVELOPES.                        !@03
001639 SD  APKPSORT-HHW.                                                !@03
001640 01  APKPSORT-HHW-RECORD.                                         !@03
001641     05  HHW-ZIP                 PIC X(5).                        !@03
001642     05  HHW-HOUSEHOLD-KEY       PIC X(10).                       !@03
001643     05  HHW-DOC-SEQ             PIC 9(8).                        !@03
001644     05  HHW-PAGES               PIC 9(8).                        !@03
001645     05  HHW-ACCT-NUMBER         PIC X(10).                       !@03
001646/ THE ENVELOPE PLAN PUT BACK IN DOCUMENT ORDER.                   !@03
001647 SD  APKPSORT-ENW.                                                !@03
001648 01  APKPSORT-ENW-RECORD.                                         !@03
001649     05  ENW-DOC-SEQ             PIC 9(8).                        !@03
001650     05  ENW-ENVELOPE            PIC 9(8).                        !@03
001651     05  ENW-ENV-ORDER           PIC 9(8).                        !@03
001652     05  ENW-MARK                PIC X.                           !@03
001653     05  FILLER                  PIC X(3).                        !@03
001654/ THE SORT WORK RECORD -- MAIL-SORT KEY IN FRONT, THE INPUT
001655* RECORD CARRIED BEHIND IT UNTOUCHED.
001656 SD  APKPSORT-WRK,
001657     RECORD VARYING FROM 38 TO 32782                              !@03
001658         DEPENDING ON WRK-LENGTH.
001659 01  APKPSORT-WRK-RECORD.
001660     05  WRK-SORT-KEY.
001661       10  WRK-GROUP         PIC X.
001662       10  WRK-ZIP           PIC X(5).
001663       10  WRK-ENV-SEQ       PIC 9(8).                            !@03
001664       10  WRK-DOC-SEQ       PIC 9(8).
001665       10  WRK-REC-SEQ       PIC 9(8).
001666     05  WRK-DATA            PIC X(32752).
001720   SKIP3
001730 WORKING-STORAGE SECTION.
001740 77  PGMNAME                 PIC X(8) VALUE 'APKPSORT'.
001741 77  LEDGER-PGM              PIC X(8) VALUE 'APKLEDGR'.           !@04
001743 77  RUN-IDENT-CARD          PIC X(22) VALUE SPACES.              !@04
001750 77  PSORT-RC                PIC 9(4) BINARY VALUE ZERO.
001751 77  RUN-DATE-W              PIC X(8) VALUE SPACES.               !@03
001753 77  RUN-TIME-W              PIC X(8) VALUE SPACES.               !@03
001760 77  PSRT-IN-LENGTH          PIC 9(8) BINARY VALUE ZERO.
001761* Householding control-card values.  No MAXSHEETS card, no        !@03
001762* householding.  Pricing is at the mixed presort rate, in         !@03
001763* thousandths of a dollar, with the same carried rates and        !@03
001764* the same cards as the postage statement.                        !@03
001765 77  MAX-SHEETS              PIC 9(8) BINARY VALUE ZERO.          !@03
001766 77  SHEETS-PER-OZ           PIC 9(8) BINARY VALUE 4.             !@03
001767 77  PIECE-RATE              PIC 9(8) BINARY VALUE 656.           !@03
001768 77  ADDL-OZ-RATE            PIC 9(8) BINARY VALUE 270.           !@03
001770 77  PSRT-OUT-LENGTH         PIC 9(8) BINARY VALUE ZERO.
001771* The document being surveyed.                                    !@03
001772 77  SRV-DOC-CNTR            PIC 9(8) BINARY VALUE ZERO.          !@03
001773 77  SRV-PAGES               PIC 9(8) BINARY VALUE ZERO.          !@03
001774 77  SRV-ZIP                 PIC X(5) VALUE SPACES.               !@03
001775 77  SRV-ACCT                PIC X(10) VALUE SPACES.              !@03
001780 77  WRK-LENGTH              PIC 9(8) BINARY VALUE ZERO.
001781* The envelope being made up, and the run's envelope tallies.     !@03
001782 77  ENV-NUMBER-CNTR         PIC 9(8) BINARY VALUE ZERO.          !@03
001783 77  ENV-DOC-COUNT           PIC 9(4) BINARY VALUE ZERO.          !@03
001784 77  ENV-SHEETS              PIC 9(8) BINARY VALUE ZERO.          !@03
001785 77  ENV-HOUSEHOLD-KEY       PIC X(10) VALUE SPACES.              !@03
001786 77  ENV-ZIP                 PIC X(5) VALUE SPACES.               !@03
001787 77  ENV-NOTE                PIC X(20) VALUE SPACES.              !@03
001788 77  EDOC-SUB                PIC 9(4) BINARY VALUE ZERO.          !@03
001790 77  RECS-READ-CNTR          PIC 9(8) BINARY VALUE ZERO.
001791* The run's householding tallies.                                 !@03
001792 77  SURVEY-DOC-CNTR         PIC 9(8) BINARY VALUE ZERO.          !@03
001793 77  HH-DOC-CNTR             PIC 9(8) BINARY VALUE ZERO.          !@03
001794 77  HH-ENV-CNTR             PIC 9(8) BINARY VALUE ZERO.          !@03
001795 77  ENV-SAVED-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@03
001796 77  HH-SPLIT-CNTR           PIC 9(8) BINARY VALUE ZERO.          !@03
001797 77  OVER-LIMIT-CNTR         PIC 9(8) BINARY VALUE ZERO.          !@03
001800 77  RECS-WRITTEN-CNTR       PIC 9(8) BINARY VALUE ZERO.
001801* Postage pricing of an envelope and of the run.                  !@03
001802 77  PRICE-PAGES             PIC 9(8) BINARY VALUE ZERO.          !@03
001803 77  PRICE-OZ                PIC 9(8) BINARY VALUE ZERO.          !@03
001804 77  PRICE-AMOUNT            PIC 9(5)V999 VALUE ZERO.             !@03
001805 77  ENV-SEPARATE-POSTAGE    PIC 9(7)V999 VALUE ZERO.             !@03
001806 77  SEPARATE-POSTAGE-TOTAL  PIC 9(9)V999 VALUE ZERO.             !@03
001807 77  HOUSEHOLD-POSTAGE-TOTAL PIC 9(9)V999 VALUE ZERO.             !@03
001808 77  POSTAGE-SAVED           PIC 9(9)V999 VALUE ZERO.             !@03
001810 77  DOC-CNTR                PIC 9(8) BINARY VALUE ZERO.
001820 77  REC-IN-DOC-CNTR         PIC 9(8) BINARY VALUE ZERO.
001821* The envelope ordinal the document being collected sorts         !@03
001822* under.  Without householding every document is its own          !@03
001823* envelope and the ordinal is simply its arrival ordinal.         !@03
001824 77  CURR-DOC-ENV            PIC 9(8) BINARY VALUE ZERO.          !@03
001825 77  OLD-RECLEN              PIC 9(4) BINARY VALUE ZERO.          !@03
001826 77  PAD-LEN                 PIC 9(4) BINARY VALUE ZERO.          !@03
001830 77  TOTAL-OUT-RECS          PIC 9(8) BINARY VALUE ZERO.
001831* THE DOCUMENTS OF THE ENVELOPE BEING MADE UP.                    !@03
001832 01  ENVELOPE-TABLE.                                              !@03
001833     05  ENVELOPE-DOC        OCCURS 50 TIMES.                     !@03
001834         10  EDOC-SEQ        PIC 9(8) BINARY.                     !@03
001835         10  EDOC-PAGES      PIC 9(8) BINARY.                     !@03
001840* The regenerated introducer sequence number.  The upstream
001850* numbering is a four-digit counter that wraps from 9999
001860* back to 0; the sequence audit downstream understands that
001870* wrap, so the regenerated numbers reproduce it.
001880 77  NEXT-SEQNUM             PIC 9(8) BINARY VALUE ZERO.
001881* CONTROL-CARD WORK FIELDS (SAME CONVENTIONS AS THE EXIT).        !@03
001882 01  PARM-WORK-FIELDS.                                            !@03
001883     05  PARM-KEYWORD        PIC X(12) VALUE SPACES.              !@03
001884     05  PARM-VALUE          PIC X(68) VALUE SPACES.              !@03
001885     05  PARM-NUM-WORK       PIC X(8)  VALUE SPACES.              !@03
001886     05  PARM-NUM-LEN        PIC 9(4)  BINARY VALUE ZERO.         !@03
001887     05  PARM-NUM-DIGITS     PIC X(8)  VALUE ZEROES.              !@03
001888     05  PARM-NUM-VALUE REDEFINES PARM-NUM-DIGITS                 !@03
001889                             PIC 9(8).                            !@03
001890* The ZIP of the document being collected, and the count of
001900* the final control TRL, as eight zero-padded digits.
001910 77  CURR-DOC-ZIP            PIC X(5) VALUE SPACES.
001911* HOUSEHOLDING REPORT HEADING LINE.                               !@03
001912 01  HHR-HEADER-LINE.                                             !@03
001913     05  FILLER              PIC X(37)                            !@03
001914         VALUE 'APKPSORT  HOUSEHOLDING REPORT'.                   !@03
001915     05  HDR-DATE            PIC X(8).                            !@03
001916     05  FILLER              PIC X     VALUE SPACE.               !@03
001917     05  HDR-TIME            PIC X(6).                            !@03
001920 01  CTL-COUNT-FIELDS.
001930     05  CTL-COUNT-DIGITS    PIC X(8) VALUE SPACES.
001940     05  CTL-COUNT-NUM REDEFINES CTL-COUNT-DIGITS
001950                             PIC 9(8).
001951 01  HHR-COLUMN-LINE.                                             !@03
001952     05  FILLER              PIC X(80)                            !@03
001953         VALUE 'ENVELOPE HOUSEHOLD  ZIP   DOCS SHEETS NOTE'.      !@03
001954 01  HHR-TOTAL-LINE.                                              !@03
001955     05  TOT-LABEL           PIC X(26).                           !@03
001956     05  TOT-VALUE           PIC ZZZZZZZ9.                        !@03
001957 01  HHR-MONEY-LINE.                                              !@03
001958     05  TOTM-LABEL          PIC X(26).                           !@03
001959     05  TOTM-VALUE          PIC ZZZ,ZZZ,ZZ9.99.                  !@03
001960* THE SYNTHESIZED CONTROL TRL, BUILT ONLY WHEN THE INPUT
001970* MEMBER CARRIED NO STANDALONE CONTROL TRL OF ITS OWN.
001980 01  SYNTH-TRL-RECORD.
002060     05  SYNTH-TRL-SEQNUM REDEFINES SYNTH-TRL-SEQ-CHR
002070                             PIC 9(4) COMP.
002080     05  SYNTH-TRL-COUNT     PIC 9(8).
002081 01  HHR-DETAIL-LINE.                                             !@03
002082     05  HDL-ENVELOPE        PIC ZZZZZZZ9.                        !@03
002083     05  FILLER              PIC X     VALUE SPACE.               !@03
002084     05  HDL-HOUSEHOLD-KEY   PIC X(11).                           !@03
002085     05  HDL-ZIP             PIC X(6).                            !@03
002086     05  HDL-DOCS            PIC ZZZ9.                            !@03
002087     05  HDL-SHEETS          PIC ZZZZZZ9.                         !@03
002088     05  FILLER              PIC X     VALUE SPACE.               !@03
002089     05  HDL-NOTE            PIC X(20).                           !@03
002090 01  PSORT-SWITCHES.
002100     05  IN-EOF-SW           PIC X    VALUE 'N'.
002110         88  IN-AT-EOF           VALUE 'Y'.
002111     05  SRV-EOF-SW          PIC X    VALUE 'N'.                  !@03
002112         88  SRV-AT-EOF          VALUE 'Y'.                       !@03
002113     05  SRV-SORT-EOF-SW     PIC X    VALUE 'N'.                  !@03
002114         88  SRV-SORT-AT-EOF     VALUE 'Y'.                       !@03
002115     05  PARM-NUM-OK-SW      PIC X    VALUE 'N'.                  !@03
002116         88  PARM-NUM-OK         VALUE 'Y'.                       !@03
002117         88  PARM-NUM-BAD        VALUE 'N'.                       !@03
002120     05  SORT-EOF-SW         PIC X    VALUE 'N'.
002130         88  SORT-AT-EOF         VALUE 'Y'.
002140     05  IN-DOC-SW           PIC X    VALUE 'N'.
002150         88  DOC-IS-OPEN         VALUE 'Y'.
002160         88  DOC-NOT-OPEN        VALUE 'N'.
002161     05  SRV-DOC-SW          PIC X    VALUE 'N'.                  !@03
002163         88  SRV-DOC-IS-OPEN     VALUE 'Y'.                       !@03
002165         88  SRV-DOC-NOT-OPEN    VALUE 'N'.                       !@03
002170     05  TAIL-CTL-SW         PIC X    VALUE 'N'.
002180         88  TAIL-CTL-SEEN       VALUE 'Y'.
002190         88  TAIL-CTL-NOT-SEEN   VALUE 'N'.
002191     05  ENV-JOIN-SW         PIC X    VALUE 'N'.                  !@03
002193         88  ENV-JOIN-YES        VALUE 'Y'.                       !@03
002195         88  ENV-JOIN-NO         VALUE 'N'.                       !@03
002197         88  ENV-JOIN-FULL       VALUE 'F'.                       !@03
002200     05  OUT-FILE-SW         PIC X    VALUE 'N'.
002210         88  OUT-FILE-IS-OPEN    VALUE 'Y'.
002220         88  OUT-FILE-NOT-OPEN   VALUE 'N'.
002221     05  HOUSEHOLD-SW        PIC X    VALUE 'N'.                  !@03
002222         88  HOUSEHOLDING-ON     VALUE 'Y'.                       !@03
002223         88  HOUSEHOLDING-OFF    VALUE 'N'.                       !@03
002224     05  PLAN-FILE-SW        PIC X    VALUE 'N'.                  !@03
002225         88  PLAN-IS-OPEN        VALUE 'Y'.                       !@03
002226         88  PLAN-NOT-OPEN       VALUE 'N'.                       !@03
002227     05  HHR-FILE-SW         PIC X    VALUE 'N'.                  !@03
002228         88  HHR-FILE-IS-OPEN    VALUE 'Y'.                       !@03
002229         88  HHR-FILE-NOT-OPEN   VALUE 'N'.                       !@03
002230 01  GLOBAL-VARIABLES.
002240     05  APKPSORT-IN-STATUS      PIC 99   VALUE ZERO.
002250         88  APKPSORT-IN-OK      VALUE 00.
002251     05  APKPSORT-PARM-STATUS    PIC 99   VALUE ZERO.             !@03
002252         88  APKPSORT-PARM-OK    VALUE 00.                        !@03
002253     05  APKPSORT-CUST-STATUS    PIC 99   VALUE ZERO.             !@03
002254         88  APKPSORT-CUST-OK    VALUE 00.                        !@03
002255     05  APKPSORT-ENV-STATUS     PIC 99   VALUE ZERO.             !@03
002256         88  APKPSORT-ENV-OK     VALUE 00.                        !@03
002257     05  APKPSORT-HHR-STATUS     PIC 99   VALUE ZERO.             !@03
002258         88  APKPSORT-HHR-OK     VALUE 00.                        !@03
002260     05  APKPSORT-OUT-STATUS     PIC 99   VALUE ZERO.
002270         88  APKPSORT-OUT-OK     VALUE 00.
002271* THE RUN LEDGER POSTING PARAMETERS, AS APKLEDGR RECEIVES THEM.   !@04
002272 01  LEDGER-PARMS.                                                !@04
002273     05  LGP-FUNCTION            PIC X.                           !@04
002274         88  LGP-STEP-START      VALUE 'S'.                       !@04
002275         88  LGP-STEP-END        VALUE 'E'.                       !@04
002276     05  LGP-RUN-IDENT           PIC X(22).                       !@04
002277     05  LGP-STEP-NAME           PIC X(8).                        !@04
002278     05  LGP-START-DATE          PIC X(8).                        !@04
002279     05  LGP-START-TIME          PIC X(6).                        !@04
002280     05  LGP-STEP-RC             PIC 9(4) BINARY.                 !@04
002281     05  LGP-COUNT-ENTRY         OCCURS 3 TIMES.                  !@04
002282         10  LGP-COUNT-LABEL     PIC X(8).                        !@04
002283         10  LGP-COUNT-VALUE     PIC 9(9) BINARY.                 !@04
002284     05  LGP-RESULT              PIC 9(4) BINARY.                 !@04
002285     SKIP1
002290 TITLE 'Initialization and Main Line'.
002300 PROCEDURE DIVISION.
002301     ACCEPT RUN-DATE-W FROM DATE YYYYMMDD.                        !@03
002302     ACCEPT RUN-TIME-W FROM TIME.                                 !@03
002303     PERFORM 0230-LOAD-PARM-CARDS.                                !@03
002304     PERFORM 0400-POST-LEDGER-START.                              !@04
002305     IF HOUSEHOLDING-ON                                           !@03
002306      THEN                                                        !@03
002307       PERFORM 0300-PLAN-ENVELOPES;                               !@03
002308     END-IF.                                                      !@03
002310     SORT APKPSORT-WRK
002320         ON ASCENDING KEY WRK-GROUP, WRK-ZIP,
002330                          WRK-ENV-SEQ, WRK-DOC-SEQ, WRK-REC-SEQ   !@03
002340         INPUT PROCEDURE IS 0100-FEED-SORT
002350         OUTPUT PROCEDURE IS 0200-WRITE-SORTED.
002360     DISPLAY PGMNAME, ' RECORDS READ     ', RECS-READ-CNTR.
002370     DISPLAY PGMNAME, ' DOCUMENTS SORTED ', DOC-CNTR.
002380     DISPLAY PGMNAME, ' RECORDS WRITTEN  ', RECS-WRITTEN-CNTR.
002381     IF HOUSEHOLDING-ON                                           !@03
002383      THEN                                                        !@03
002385       DISPLAY PGMNAME, ' ENVELOPES        ', ENV-NUMBER-CNTR;    !@03
002386       DISPLAY PGMNAME, ' ENVELOPES SAVED  ', ENV-SAVED-CNTR;     !@03
002388     END-IF.                                                      !@03
002389     PERFORM 0410-POST-LEDGER-END.                                !@04
002390     DISPLAY PGMNAME, ' PRESORT COMPLETE, RC ', PSORT-RC.
002400     MOVE PSORT-RC TO RETURN-CODE.
002410     GOBACK.
002480* ordinal (so same-ZIP documents keep their original
002490* relative order), and the record's position inside its
002500* document (so a document is never shuffled internally).
002502* With householding the envelope ordinal sits between the ZIP     !@03
002504* and the arrival ordinal, so the documents of one envelope       !@03
002506* come out together; without it the ordinal is the arrival        !@03
002508* ordinal and the order is exactly as before.                     !@03
002510     OPEN INPUT APKPSORT-IN.
002520     IF APKPSORT-IN-OK
002530      THEN
002532       IF HOUSEHOLDING-ON                                         !@03
002534        THEN                                                      !@03
002536         PERFORM 0350-OPEN-ENVELOPE-PLAN;                         !@03
002538       END-IF;                                                    !@03
002540       PERFORM 0110-RELEASE-RECORD
002550           UNTIL IN-AT-EOF;
002560       CLOSE APKPSORT-IN;
002561       IF PLAN-IS-OPEN                                            !@03
002563        THEN                                                      !@03
002565         CLOSE APKPSORT-ENV;                                      !@03
002566         SET PLAN-NOT-OPEN TO TRUE;                               !@03
002568       END-IF;                                                    !@03
002570      ELSE
002580       DISPLAY PGMNAME, ' INPUT EXTRACT NOT AVAILABLE, ',
002590               'STATUS ', APKPSORT-IN-STATUS;
002920          ELSE
002930           MOVE SPACES TO CURR-DOC-ZIP;
002940         END-IF;
002941         MOVE DOC-CNTR TO CURR-DOC-ENV;                           !@03
002943         IF HOUSEHOLDING-ON                                       !@03
002945          THEN                                                    !@03
002946           PERFORM 0355-STAMP-ENVELOPE;                           !@03
002948         END-IF;                                                  !@03
002950       END-IF;
002960       IF DOC-IS-OPEN
002970        THEN
002980         MOVE '1' TO WRK-GROUP;
002990         MOVE CURR-DOC-ZIP TO WRK-ZIP;
003000         MOVE DOC-CNTR TO WRK-DOC-SEQ;
003005         MOVE CURR-DOC-ENV TO WRK-ENV-SEQ;                        !@03
003010         ADD 1 TO REC-IN-DOC-CNTR;
003020         MOVE REC-IN-DOC-CNTR TO WRK-REC-SEQ;
003030         IF PSRT-TYPE-IS-TRL
003140          THEN
003150           MOVE '0' TO WRK-GROUP;
003160           MOVE ZERO TO WRK-DOC-SEQ;
003165           MOVE ZERO TO WRK-ENV-SEQ;                              !@03
003170          ELSE
003180           MOVE '2' TO WRK-GROUP;
003190           MOVE 99999999 TO WRK-DOC-SEQ;
003195           MOVE 99999999 TO WRK-ENV-SEQ;                          !@03
003200           IF PSRT-TYPE-IS-TRL
003210               AND PSRT-IN-RECLEN >= 8
003220            THEN
003300         MOVE SPACES TO WRK-ZIP;
003310         MOVE RECS-READ-CNTR TO WRK-REC-SEQ;
003320       END-IF;
003330       COMPUTE WRK-LENGTH = PSRT-IN-LENGTH + 30;                  !@03
003340       MOVE APKPSORT-IN-RECORD (1 : PSRT-IN-LENGTH)
003350           TO WRK-DATA (1 : PSRT-IN-LENGTH);
003360       RELEASE APKPSORT-WRK-RECORD;
003690      NOT AT END
003700       IF OUT-FILE-IS-OPEN
003710        THEN
003720         COMPUTE PSRT-OUT-LENGTH = WRK-LENGTH - 30;               !@03
003730         MOVE WRK-DATA (1 : PSRT-OUT-LENGTH)
003740             TO APKPSORT-OUT-RECORD (1 : PSRT-OUT-LENGTH);
003750         PERFORM 0215-RENUMBER-INTRODUCER;
004230     ADD 1 TO RECS-WRITTEN-CNTR;
004240     DISPLAY PGMNAME, ' NOTE - NO CONTROL TRL IN INPUT, ',
004250             'ONE SYNTHESIZED AT END OF MEMBER'.
004260 SKIP2                                                            !@03
004270 0230-LOAD-PARM-CARDS.                                            !@03
004280* Pick up the householding cards.  The card format and the        !@03
004290* comment conventions are the ones the input exit's control       !@03
004300* card dataset already uses, so one APKPARM member serves the     !@03
004310* whole job stream.  No member, or no MAXSHEETS card in it,       !@03
004320* leaves householding off and the presort exactly as before.      !@03
004330     OPEN INPUT APKPSORT-PARM.                                    !@03
004340     IF APKPSORT-PARM-OK                                          !@03
004350      THEN                                                        !@03
004360       PERFORM 0235-APPLY-PARM-CARD                               !@03
004370           UNTIL NOT APKPSORT-PARM-OK;                            !@03
004380       CLOSE APKPSORT-PARM;                                       !@03
004390     END-IF.                                                      !@03
004400     IF MAX-SHEETS > ZERO                                         !@03
004410      THEN                                                        !@03
004420       SET HOUSEHOLDING-ON TO TRUE;                               !@03
004430       DISPLAY PGMNAME, ' HOUSEHOLDING, MAXIMUM SHEETS ',         !@03
004440               MAX-SHEETS;                                        !@03
004450     END-IF.                                                      !@03
004460 SKIP2                                                            !@03
004470 0235-APPLY-PARM-CARD.                                            !@03
004480     READ APKPSORT-PARM;                                          !@03
004490     IF APKPSORT-PARM-OK                                          !@03
004500         AND PARM-CARD-TEXT NOT = SPACES                          !@03
004510         AND PARM-CARD-TEXT (1 : 1) NOT = '*'                     !@03
004520      THEN                                                        !@03
004530       MOVE SPACES TO PARM-KEYWORD;                               !@03
004540       MOVE SPACES TO PARM-VALUE;                                 !@03
004550       UNSTRING PARM-CARD-TEXT DELIMITED BY '='                   !@03
004560           INTO PARM-KEYWORD, PARM-VALUE;                         !@03
004570       EVALUATE PARM-KEYWORD                                      !@03
004580         WHEN 'MAXSHEETS'                                         !@03
004590           PERFORM 0236-CONVERT-PARM-NUMBER;                      !@03
004600           IF PARM-NUM-OK                                         !@03
004610            THEN                                                  !@03
004620             MOVE PARM-NUM-VALUE TO MAX-SHEETS;                   !@03
004630           END-IF                                                 !@03
004640         WHEN 'SHEETSPEROZ'                                       !@03
004650           PERFORM 0236-CONVERT-PARM-NUMBER;                      !@03
004660           IF PARM-NUM-OK AND PARM-NUM-VALUE > ZERO               !@03
004670            THEN                                                  !@03
004680             MOVE PARM-NUM-VALUE TO SHEETS-PER-OZ;                !@03
004690           END-IF                                                 !@03
004700         WHEN 'RATEMIXED'                                         !@03
004710           PERFORM 0236-CONVERT-PARM-NUMBER;                      !@03
004720           IF PARM-NUM-OK                                         !@03
004730            THEN                                                  !@03
004740             MOVE PARM-NUM-VALUE TO PIECE-RATE;                   !@03
004750           END-IF                                                 !@03
004760         WHEN 'RATEADDLOZ'                                        !@03
004770           PERFORM 0236-CONVERT-PARM-NUMBER;                      !@03
004780           IF PARM-NUM-OK                                         !@03
004790            THEN                                                  !@03
004800             MOVE PARM-NUM-VALUE TO ADDL-OZ-RATE;                 !@03
004810           END-IF                                                 !@03
004813         WHEN 'RUNID'                                             !@04
004816           MOVE PARM-VALUE (1 : 22) TO RUN-IDENT-CARD             !@04
004820         WHEN OTHER                                               !@03
004830* The same card member drives the other steps, so keywords        !@03
004840* this step has no use for pass by without comment.               !@03
004850           CONTINUE                                               !@03
004860       END-EVALUATE;                                              !@03
004870     END-IF.                                                      !@03
004880 SKIP2                                                            !@03
004890 0236-CONVERT-PARM-NUMBER.                                        !@03
004900* Convert the left-justified digits of a control-card value       !@03
004910* into a binary-usable number, exactly as the input exit          !@03
004920* does.                                                           !@03
004930     SET PARM-NUM-BAD TO TRUE;                                    !@03
004940     MOVE SPACES TO PARM-NUM-WORK;                                !@03
004950     MOVE ZERO TO PARM-NUM-LEN;                                   !@03
004960     UNSTRING PARM-VALUE DELIMITED BY ALL ' '                     !@03
004970         INTO PARM-NUM-WORK                                       !@03
004980         COUNT IN PARM-NUM-LEN;                                   !@03
004990     IF PARM-NUM-LEN > ZERO AND PARM-NUM-LEN <= 8                 !@03
005000      THEN                                                        !@03
005010       MOVE ZEROES TO PARM-NUM-DIGITS;                            !@03
005020       MOVE PARM-NUM-WORK (1 : PARM-NUM-LEN)                      !@03
005030           TO PARM-NUM-DIGITS (9 - PARM-NUM-LEN : PARM-NUM-LEN);  !@03
005040       IF PARM-NUM-DIGITS IS NUMERIC                              !@03
005050        THEN                                                      !@03
005060         SET PARM-NUM-OK TO TRUE;                                 !@03
005070       END-IF;                                                    !@03
005080     END-IF;                                                      !@03
005090     IF PARM-NUM-BAD                                              !@03
005100      THEN                                                        !@03
005110       DISPLAY PGMNAME, ' WARNING - NON-NUMERIC CONTROL ',        !@03
005120               'CARD VALUE IGNORED: ', PARM-KEYWORD;              !@03
005130     END-IF.                                                      !@03
005140 SKIP2                                                            !@03
005150 0300-PLAN-ENVELOPES.                                             !@03
005160* Plan the envelopes before the extract is sorted.  A survey      !@03
005170* pass over the extract notes every document's ZIP, sheets,       !@03
005180* and household; a sort brings each household's documents         !@03
005190* together within its ZIP; the documents are packed into          !@03
005200* envelopes up to the sheet limit; and the plan is put back       !@03
005210* in arrival order, one record per document, for the main         !@03
005220* pass to stamp the HDRs from as it reads them.                   !@03
005230     OPEN INPUT APKPSORT-CUST.                                    !@03
005240     IF NOT APKPSORT-CUST-OK                                      !@03
005250      THEN                                                        !@03
005260       DISPLAY PGMNAME, ' WARNING - CUSTOMER MASTER NOT ',        !@03
005270               'AVAILABLE, STATUS ', APKPSORT-CUST-STATUS,        !@03
005280               ' - NOTHING HOUSEHOLDED';                          !@03
005290       SET HOUSEHOLDING-OFF TO TRUE;                              !@03
005300       MOVE 4 TO PSORT-RC;                                        !@03
005310      ELSE                                                        !@03
005320       SORT APKPSORT-HHW                                          !@03
005330           ON ASCENDING KEY HHW-ZIP, HHW-HOUSEHOLD-KEY,           !@03
005340                            HHW-DOC-SEQ                           !@03
005350           INPUT PROCEDURE IS 0310-SURVEY-DOCUMENTS               !@03
005360           OUTPUT PROCEDURE IS 0320-MAKE-UP-ENVELOPES;            !@03
005370       CLOSE APKPSORT-CUST;                                       !@03
005380     END-IF.                                                      !@03
005390     IF HOUSEHOLDING-ON                                           !@03
005400      THEN                                                        !@03
005410       SORT APKPSORT-ENW                                          !@03
005420           ON ASCENDING KEY ENW-DOC-SEQ                           !@03
005430           USING APKPSORT-ENV                                     !@03
005440           GIVING APKPSORT-ENV;                                   !@03
005450     END-IF.                                                      !@03
005460 SKIP2                                                            !@03
005470 0310-SURVEY-DOCUMENTS.                                           !@03
005480* Read the extract once, counting documents exactly the way       !@03
005490* the main pass does, and release one survey record for each      !@03
005500* document as it closes -- at its TRL, at the next HDR, or at     !@03
005510* the end of the member.  An unreadable extract releases          !@03
005520* nothing; the main pass reports it.                              !@03
005530     OPEN INPUT APKPSORT-IN.                                      !@03
005540     IF APKPSORT-IN-OK                                            !@03
005550      THEN                                                        !@03
005560       PERFORM 0315-SURVEY-RECORD                                 !@03
005570           UNTIL SRV-AT-EOF;                                      !@03
005580       IF SRV-DOC-IS-OPEN                                         !@03
005590        THEN                                                      !@03
005600         PERFORM 0317-RELEASE-SURVEY;                             !@03
005610       END-IF;                                                    !@03
005620       CLOSE APKPSORT-IN;                                         !@03
005630     END-IF.                                                      !@03
005640 SKIP2                                                            !@03
005650 0315-SURVEY-RECORD.                                              !@03
005660     READ APKPSORT-IN;                                            !@03
005670     IF NOT APKPSORT-IN-OK                                        !@03
005680      THEN                                                        !@03
005690       SET SRV-AT-EOF TO TRUE;                                    !@03
005700      ELSE                                                        !@03
005710       IF PSRT-TYPE-IS-HDR                                        !@03
005720        THEN                                                      !@03
005730         IF SRV-DOC-IS-OPEN                                       !@03
005740          THEN                                                    !@03
005750           PERFORM 0317-RELEASE-SURVEY;                           !@03
005760         END-IF;                                                  !@03
005770         ADD 1 TO SRV-DOC-CNTR;                                   !@03
005780         MOVE ZERO TO SRV-PAGES;                                  !@03
005790         SET SRV-DOC-IS-OPEN TO TRUE;                             !@03
005800         IF PSRT-IN-RECLEN >= 26                                  !@03
005810          THEN                                                    !@03
005820           MOVE PSRT-IN-DATA (22 : 5) TO SRV-ZIP;                 !@03
005830          ELSE                                                    !@03
005840           MOVE SPACES TO SRV-ZIP;                                !@03
005850         END-IF;                                                  !@03
005860         IF PSRT-IN-RECLEN >= 10                                  !@03
005870          THEN                                                    !@03
005880           MOVE PSRT-IN-DATA (1 : 10) TO SRV-ACCT;                !@03
005890          ELSE                                                    !@03
005900           MOVE SPACES TO SRV-ACCT;                               !@03
005910         END-IF;                                                  !@03
005920       END-IF;                                                    !@03
005930       IF SRV-DOC-IS-OPEN                                         !@03
005940        THEN                                                      !@03
005950         IF PSRT-IN-CC = '1'                                      !@03
005960          THEN                                                    !@03
005970           ADD 1 TO SRV-PAGES;                                    !@03
005980         END-IF;                                                  !@03
005990         IF PSRT-TYPE-IS-TRL                                      !@03
006000          THEN                                                    !@03
006010           PERFORM 0317-RELEASE-SURVEY;                           !@03
006020         END-IF;                                                  !@03
006030       END-IF;                                                    !@03
006040     END-IF.                                                      !@03
006050 SKIP2                                                            !@03
006060 0317-RELEASE-SURVEY.                                             !@03
006070     MOVE SRV-ZIP TO HHW-ZIP.                                     !@03
006080     MOVE SRV-DOC-CNTR TO HHW-DOC-SEQ.                            !@03
006090     MOVE SRV-PAGES TO HHW-PAGES.                                 !@03
006100     MOVE SRV-ACCT TO HHW-ACCT-NUMBER.                            !@03
006110     MOVE SPACES TO HHW-HOUSEHOLD-KEY.                            !@03
006120     PERFORM 0318-LOOK-UP-HOUSEHOLD.                              !@03
006130     RELEASE APKPSORT-HHW-RECORD.                                 !@03
006140     ADD 1 TO SURVEY-DOC-CNTR.                                    !@03
006150     SET SRV-DOC-NOT-OPEN TO TRUE.                                !@03
006160 SKIP2                                                            !@03
006170 0318-LOOK-UP-HOUSEHOLD.                                          !@03
006180* Only a paper document with a real ZIP and an account on the     !@03
006190* master can share an envelope.  A document headed for            !@03
006200* e-delivery or for an address hold never reaches the             !@03
006210* inserter, and one without a ZIP is worked by hand, so each      !@03
006220* of those keeps an envelope of its own.                          !@03
006230     IF HHW-ZIP NOT = SPACES                                      !@03
006240         AND HHW-ACCT-NUMBER NOT = SPACES                         !@03
006250      THEN                                                        !@03
006260       MOVE HHW-ACCT-NUMBER TO CUST-ACCT-NUMBER;                  !@03
006270       READ APKPSORT-CUST;                                        !@03
006280       IF APKPSORT-CUST-OK                                        !@03
006290           AND NOT CUST-WANTS-EDELIV                              !@03
006300           AND NOT CUST-ADDR-IS-HELD                              !@03
006310        THEN                                                      !@03
006320         MOVE CUST-HOUSEHOLD-KEY TO HHW-HOUSEHOLD-KEY;            !@03
006330       END-IF;                                                    !@03
006340     END-IF.                                                      !@03
006350 SKIP2                                                            !@03
006360 0320-MAKE-UP-ENVELOPES.                                          !@03
006370* Take the documents back household by household within each      !@03
006380* ZIP and pack them into envelopes.                               !@03
006390     OPEN OUTPUT APKPSORT-ENV.                                    !@03
006400     IF NOT APKPSORT-ENV-OK                                       !@03
006410      THEN                                                        !@03
006420       DISPLAY PGMNAME, ' WARNING - ENVELOPE PLAN NOT ',          !@03
006430               'AVAILABLE, STATUS ', APKPSORT-ENV-STATUS,         !@03
006440               ' - NOTHING HOUSEHOLDED';                          !@03
006450       SET HOUSEHOLDING-OFF TO TRUE;                              !@03
006460       MOVE 4 TO PSORT-RC;                                        !@03
006470      ELSE                                                        !@03
006480       PERFORM 0360-OPEN-HOUSEHOLD-REPORT;                        !@03
006490       PERFORM 0325-RETURN-SURVEY                                 !@03
006500           UNTIL SRV-SORT-AT-EOF;                                 !@03
006510       IF ENV-DOC-COUNT > ZERO                                    !@03
006520        THEN                                                      !@03
006530         PERFORM 0330-CLOSE-ENVELOPE;                             !@03
006540       END-IF;                                                    !@03
006550       CLOSE APKPSORT-ENV;                                        !@03
006560       PERFORM 0390-CLOSE-HOUSEHOLD-REPORT;                       !@03
006570     END-IF.                                                      !@03
006580 SKIP2                                                            !@03
006590 0325-RETURN-SURVEY.                                              !@03
006600     RETURN APKPSORT-HHW                                          !@03
006610      AT END                                                      !@03
006620       SET SRV-SORT-AT-EOF TO TRUE;                               !@03
006630      NOT AT END                                                  !@03
006640       PERFORM 0327-PLACE-DOCUMENT;                               !@03
006650     END-RETURN.                                                  !@03
006660 SKIP2                                                            !@03
006670 0327-PLACE-DOCUMENT.                                             !@03
006680* A document joins the open envelope when it belongs to the       !@03
006690* same household at the same ZIP and its sheets still fit;        !@03
006700* otherwise the open envelope is closed and the document          !@03
006710* starts the next one.  A household that will not fit in one      !@03
006720* envelope is split across as few as packing in arrival order     !@03
006730* allows, and the report notes each continuation.                 !@03
006740     SET ENV-JOIN-NO TO TRUE.                                     !@03
006750     IF ENV-DOC-COUNT > ZERO                                      !@03
006760         AND HHW-HOUSEHOLD-KEY NOT = SPACES                       !@03
006770         AND HHW-HOUSEHOLD-KEY = ENV-HOUSEHOLD-KEY                !@03
006780         AND HHW-ZIP = ENV-ZIP                                    !@03
006790      THEN                                                        !@03
006800       IF ENV-SHEETS + HHW-PAGES <= MAX-SHEETS                    !@03
006810           AND ENV-DOC-COUNT < 50                                 !@03
006820        THEN                                                      !@03
006830         SET ENV-JOIN-YES TO TRUE;                                !@03
006840        ELSE                                                      !@03
006850         SET ENV-JOIN-FULL TO TRUE;                               !@03
006860       END-IF;                                                    !@03
006870     END-IF.                                                      !@03
006880     IF NOT ENV-JOIN-YES                                          !@03
006890      THEN                                                        !@03
006900       IF ENV-DOC-COUNT > ZERO                                    !@03
006910        THEN                                                      !@03
006920         PERFORM 0330-CLOSE-ENVELOPE;                             !@03
006930       END-IF;                                                    !@03
006940       MOVE HHW-HOUSEHOLD-KEY TO ENV-HOUSEHOLD-KEY;               !@03
006950       MOVE HHW-ZIP TO ENV-ZIP;                                   !@03
006960       MOVE SPACES TO ENV-NOTE;                                   !@03
006970       IF ENV-JOIN-FULL                                           !@03
006980        THEN                                                      !@03
006990         ADD 1 TO HH-SPLIT-CNTR;                                  !@03
007000         MOVE 'CONTINUED' TO ENV-NOTE;                            !@03
007010       END-IF;                                                    !@03
007020     END-IF.                                                      !@03
007030     ADD 1 TO ENV-DOC-COUNT.                                      !@03
007040     MOVE HHW-DOC-SEQ TO EDOC-SEQ (ENV-DOC-COUNT).                !@03
007050     MOVE HHW-PAGES TO EDOC-PAGES (ENV-DOC-COUNT).                !@03
007060     ADD HHW-PAGES TO ENV-SHEETS.                                 !@03
007070 SKIP2                                                            !@03
007080 0330-CLOSE-ENVELOPE.                                             !@03
007090* Number the envelope and write its documents to the plan.        !@03
007100* The envelope sorts in the main pass under the arrival           !@03
007110* ordinal of its first document, so within a ZIP the              !@03
007120* envelopes keep the order their documents arrived in.            !@03
007130     ADD 1 TO ENV-NUMBER-CNTR.                                    !@03
007140     PERFORM 0335-WRITE-PLAN-RECORD                               !@03
007150         VARYING EDOC-SUB FROM 1 BY 1                             !@03
007160         UNTIL EDOC-SUB > ENV-DOC-COUNT.                          !@03
007170     IF ENV-HOUSEHOLD-KEY NOT = SPACES                            !@03
007180         AND ENV-SHEETS > MAX-SHEETS                              !@03
007190      THEN                                                        !@03
007200       ADD 1 TO OVER-LIMIT-CNTR;                                  !@03
007210       MOVE 'OVER SHEET LIMIT' TO ENV-NOTE;                       !@03
007220     END-IF.                                                      !@03
007230     IF ENV-DOC-COUNT > 1                                         !@03
007240      THEN                                                        !@03
007250       ADD 1 TO HH-ENV-CNTR;                                      !@03
007260       ADD ENV-DOC-COUNT TO HH-DOC-CNTR;                          !@03
007270       COMPUTE ENV-SAVED-CNTR = ENV-SAVED-CNTR                    !@03
007280                              + ENV-DOC-COUNT - 1;                !@03
007290       MOVE ZERO TO ENV-SEPARATE-POSTAGE;                         !@03
007300       PERFORM 0337-PRICE-SEPARATE-DOC                            !@03
007310           VARYING EDOC-SUB FROM 1 BY 1                           !@03
007320           UNTIL EDOC-SUB > ENV-DOC-COUNT;                        !@03
007330       ADD ENV-SEPARATE-POSTAGE TO SEPARATE-POSTAGE-TOTAL;        !@03
007340       MOVE ENV-SHEETS TO PRICE-PAGES;                            !@03
007350       PERFORM 0345-PRICE-PIECE;                                  !@03
007360       ADD PRICE-AMOUNT TO HOUSEHOLD-POSTAGE-TOTAL;               !@03
007370     END-IF.                                                      !@03
007380     IF (ENV-DOC-COUNT > 1 OR ENV-NOTE NOT = SPACES)              !@03
007390         AND HHR-FILE-IS-OPEN                                     !@03
007400      THEN                                                        !@03
007410       PERFORM 0340-LIST-ENVELOPE;                                !@03
007420     END-IF.                                                      !@03
007430     MOVE ZERO TO ENV-DOC-COUNT.                                  !@03
007440     MOVE ZERO TO ENV-SHEETS.                                     !@03
007450 SKIP2                                                            !@03
007460 0335-WRITE-PLAN-RECORD.                                          !@03
007470* The marker tells the inserter where each envelope starts        !@03
007480* and ends: B for a document alone in its envelope, else S        !@03
007490* for the first, E for the last, and M for any between.           !@03
007500     MOVE EDOC-SEQ (EDOC-SUB) TO PLAN-DOC-SEQ.                    !@03
007510     MOVE ENV-NUMBER-CNTR TO PLAN-ENVELOPE.                       !@03
007520     MOVE EDOC-SEQ (1) TO PLAN-ENV-ORDER.                         !@03
007530     EVALUATE TRUE                                                !@03
007540       WHEN ENV-DOC-COUNT = 1                                     !@03
007550         MOVE 'B' TO PLAN-MARK                                    !@03
007560       WHEN EDOC-SUB = 1                                          !@03
007570         MOVE 'S' TO PLAN-MARK                                    !@03
007580       WHEN EDOC-SUB = ENV-DOC-COUNT                              !@03
007590         MOVE 'E' TO PLAN-MARK                                    !@03
007600       WHEN OTHER                                                 !@03
007610         MOVE 'M' TO PLAN-MARK                                    !@03
007620     END-EVALUATE.                                                !@03
007630     WRITE APKPSORT-ENV-RECORD.                                   !@03
007640 SKIP2                                                            !@03
007650 0337-PRICE-SEPARATE-DOC.                                         !@03
007660     MOVE EDOC-PAGES (EDOC-SUB) TO PRICE-PAGES.                   !@03
007670     PERFORM 0345-PRICE-PIECE.                                    !@03
007680     ADD PRICE-AMOUNT TO ENV-SEPARATE-POSTAGE.                    !@03
007690 SKIP2                                                            !@03
007700 0340-LIST-ENVELOPE.                                              !@03
007710     MOVE ENV-NUMBER-CNTR TO HDL-ENVELOPE.                        !@03
007720     MOVE ENV-HOUSEHOLD-KEY TO HDL-HOUSEHOLD-KEY.                 !@03
007730     MOVE ENV-ZIP TO HDL-ZIP.                                     !@03
007740     MOVE ENV-DOC-COUNT TO HDL-DOCS.                              !@03
007750     MOVE ENV-SHEETS TO HDL-SHEETS.                               !@03
007760     MOVE ENV-NOTE TO HDL-NOTE.                                   !@03
007770     MOVE HHR-DETAIL-LINE TO APKPSORT-HHR-RECORD.                 !@03
007780     WRITE APKPSORT-HHR-RECORD.                                   !@03
007790 SKIP2                                                            !@03
007800 0345-PRICE-PIECE.                                                !@03
007810* Price one piece of PRICE-PAGES sheets at the mixed presort      !@03
007820* rate: the first ounce at the piece rate and each ounce over     !@03
007830* at the additional-ounce rate, rates in thousandths of a         !@03
007840* dollar.  The estimate only has to compare like with like,       !@03
007850* so every piece is priced at the same rate.                      !@03
007860     COMPUTE PRICE-OZ = (PRICE-PAGES + SHEETS-PER-OZ - 1)         !@03
007870                      / SHEETS-PER-OZ.                            !@03
007880     IF PRICE-OZ < 1                                              !@03
007890      THEN                                                        !@03
007900       MOVE 1 TO PRICE-OZ;                                        !@03
007910     END-IF.                                                      !@03
007920     COMPUTE PRICE-AMOUNT = (PIECE-RATE                           !@03
007930                          + (PRICE-OZ - 1) * ADDL-OZ-RATE)        !@03
007940                          / 1000.                                 !@03
007950 SKIP2                                                            !@03
007960 0350-OPEN-ENVELOPE-PLAN.                                         !@03
007970     OPEN INPUT APKPSORT-ENV.                                     !@03
007980     IF APKPSORT-ENV-OK                                           !@03
007990      THEN                                                        !@03
008000       SET PLAN-IS-OPEN TO TRUE;                                  !@03
008010      ELSE                                                        !@03
008020       DISPLAY PGMNAME, ' ENVELOPE PLAN NOT AVAILABLE, ',         !@03
008030               'STATUS ', APKPSORT-ENV-STATUS;                    !@03
008040       MOVE 12 TO PSORT-RC;                                       !@03
008050     END-IF.                                                      !@03
008060 SKIP2                                                            !@03
008070 0355-STAMP-ENVELOPE.                                             !@03
008080* Stamp the HDR with its envelope from the plan.  The plan        !@03
008090* was built from this same extract, so its next record must       !@03
008100* be for this document; anything else means the extract           !@03
008110* changed under the step, and the run is condemned rather         !@03
008120* than mailed into the wrong envelopes.                           !@03
008130     IF PLAN-IS-OPEN                                              !@03
008140      THEN                                                        !@03
008150       READ APKPSORT-ENV;                                         !@03
008160       IF NOT APKPSORT-ENV-OK                                     !@03
008170           OR PLAN-DOC-SEQ NOT = DOC-CNTR                         !@03
008180        THEN                                                      !@03
008190         DISPLAY PGMNAME, ' ENVELOPE PLAN OUT OF STEP AT ',       !@03
008200                 'DOCUMENT ', DOC-CNTR;                           !@03
008210         MOVE 12 TO PSORT-RC;                                     !@03
008220         CLOSE APKPSORT-ENV;                                      !@03
008230         SET PLAN-NOT-OPEN TO TRUE;                               !@03
008240        ELSE                                                      !@03
008250         MOVE PLAN-ENV-ORDER TO CURR-DOC-ENV;                     !@03
008260         IF PSRT-IN-RECLEN < 35                                   !@03
008270          THEN                                                    !@03
008280           MOVE PSRT-IN-RECLEN TO OLD-RECLEN;                     !@03
008290           MOVE 35 TO PSRT-IN-RECLEN;                             !@03
008300           MOVE 44 TO PSRT-IN-LENGTH;                             !@03
008310           COMPUTE PAD-LEN = 35 - OLD-RECLEN;                     !@03
008320           MOVE SPACES                                            !@03
008330               TO PSRT-IN-DATA (OLD-RECLEN + 1 : PAD-LEN);        !@03
008340         END-IF;                                                  !@03
008350         MOVE PLAN-MARK TO PSRT-IN-DATA (27 : 1);                 !@03
008360         MOVE PLAN-ENVELOPE TO PSRT-IN-DATA (28 : 8);             !@03
008370       END-IF;                                                    !@03
008380     END-IF.                                                      !@03
008390 SKIP2                                                            !@03
008400 0360-OPEN-HOUSEHOLD-REPORT.                                      !@03
008410     OPEN OUTPUT APKPSORT-HHR.                                    !@03
008420     IF APKPSORT-HHR-OK                                           !@03
008430      THEN                                                        !@03
008440       SET HHR-FILE-IS-OPEN TO TRUE;                              !@03
008450       MOVE RUN-DATE-W TO HDR-DATE;                               !@03
008460       MOVE RUN-TIME-W (1 : 6) TO HDR-TIME;                       !@03
008470       MOVE HHR-HEADER-LINE TO APKPSORT-HHR-RECORD;               !@03
008480       WRITE APKPSORT-HHR-RECORD;                                 !@03
008490       MOVE SPACES TO APKPSORT-HHR-RECORD;                        !@03
008500       WRITE APKPSORT-HHR-RECORD;                                 !@03
008510       MOVE HHR-COLUMN-LINE TO APKPSORT-HHR-RECORD;               !@03
008520       WRITE APKPSORT-HHR-RECORD;                                 !@03
008530      ELSE                                                        !@03
008540       DISPLAY PGMNAME, ' WARNING - HOUSEHOLDING REPORT NOT ',    !@03
008550               'AVAILABLE, STATUS ', APKPSORT-HHR-STATUS;         !@03
008560       MOVE 4 TO PSORT-RC;                                        !@03
008570     END-IF.                                                      !@03
008580 SKIP2                                                            !@03
008590 0390-CLOSE-HOUSEHOLD-REPORT.                                     !@03
008600     COMPUTE POSTAGE-SAVED = SEPARATE-POSTAGE-TOTAL               !@03
008610                           - HOUSEHOLD-POSTAGE-TOTAL.             !@03
008620     IF HHR-FILE-IS-OPEN                                          !@03
008630      THEN                                                        !@03
008640       MOVE SPACES TO APKPSORT-HHR-RECORD;                        !@03
008650       WRITE APKPSORT-HHR-RECORD;                                 !@03
008660       MOVE 'DOCUMENTS SURVEYED ......' TO TOT-LABEL;             !@03
008670       MOVE SURVEY-DOC-CNTR TO TOT-VALUE;                         !@03
008680       PERFORM 0395-WRITE-TOTAL-LINE;                             !@03
008690       MOVE 'ENVELOPES ...............' TO TOT-LABEL;             !@03
008700       MOVE ENV-NUMBER-CNTR TO TOT-VALUE;                         !@03
008710       PERFORM 0395-WRITE-TOTAL-LINE;                             !@03
008720       MOVE 'SHARED ENVELOPES ........' TO TOT-LABEL;             !@03
008730       MOVE HH-ENV-CNTR TO TOT-VALUE;                             !@03
008740       PERFORM 0395-WRITE-TOTAL-LINE;                             !@03
008750       MOVE 'DOCUMENTS IN THEM .......' TO TOT-LABEL;             !@03
008760       MOVE HH-DOC-CNTR TO TOT-VALUE;                             !@03
008770       PERFORM 0395-WRITE-TOTAL-LINE;                             !@03
008780       MOVE 'ENVELOPES SAVED .........' TO TOT-LABEL;             !@03
008790       MOVE ENV-SAVED-CNTR TO TOT-VALUE;                          !@03
008800       PERFORM 0395-WRITE-TOTAL-LINE;                             !@03
008810       MOVE 'HOUSEHOLDS SPLIT ........' TO TOT-LABEL;             !@03
008820       MOVE HH-SPLIT-CNTR TO TOT-VALUE;                           !@03
008830       PERFORM 0395-WRITE-TOTAL-LINE;                             !@03
008840       MOVE 'OVER SHEET LIMIT ........' TO TOT-LABEL;             !@03
008850       MOVE OVER-LIMIT-CNTR TO TOT-VALUE;                         !@03
008860       PERFORM 0395-WRITE-TOTAL-LINE;                             !@03
008870       MOVE 'POSTAGE IF MAILED APART .' TO TOTM-LABEL;            !@03
008880       MOVE SEPARATE-POSTAGE-TOTAL TO TOTM-VALUE;                 !@03
008890       PERFORM 0397-WRITE-MONEY-LINE;                             !@03
008900       MOVE 'POSTAGE AS HOUSEHOLDED ..' TO TOTM-LABEL;            !@03
008910       MOVE HOUSEHOLD-POSTAGE-TOTAL TO TOTM-VALUE;                !@03
008920       PERFORM 0397-WRITE-MONEY-LINE;                             !@03
008930       MOVE 'ESTIMATED POSTAGE SAVED .' TO TOTM-LABEL;            !@03
008940       MOVE POSTAGE-SAVED TO TOTM-VALUE;                          !@03
008950       PERFORM 0397-WRITE-MONEY-LINE;                             !@03
008960       CLOSE APKPSORT-HHR;                                        !@03
008970       SET HHR-FILE-NOT-OPEN TO TRUE;                             !@03
008980     END-IF.                                                      !@03
008990     DISPLAY PGMNAME, ' HOUSEHOLDED DOCUMENTS ', HH-DOC-CNTR,     !@03
009000             ' ENVELOPES SAVED ', ENV-SAVED-CNTR.                 !@03
009010 SKIP2                                                            !@03
009020 0395-WRITE-TOTAL-LINE.                                           !@03
009030     MOVE HHR-TOTAL-LINE TO APKPSORT-HHR-RECORD.                  !@03
009040     WRITE APKPSORT-HHR-RECORD.                                   !@03
009050 SKIP2                                                            !@03
009060 0397-WRITE-MONEY-LINE.                                           !@03
009070     MOVE HHR-MONEY-LINE TO APKPSORT-HHR-RECORD.                  !@03
009080     WRITE APKPSORT-HHR-RECORD.                                   !@03
009090 SKIP2                                                            !@04
009100 0400-POST-LEDGER-START.                                          !@04
009110* Record the step's start in the run ledger.  The presort runs    !@04
009120* ahead of the input exit, before the run identifier is made,     !@04
009130* so it can post only when a RUNID card names the run.            !@04
009140     IF RUN-IDENT-CARD = SPACES                                   !@04
009150      THEN                                                        !@04
009160       DISPLAY PGMNAME, ' NO RUNID CARD - STEP NOT RECORDED IN ', !@04
009170               'THE RUN LEDGER';                                  !@04
009180      ELSE                                                        !@04
009190       INITIALIZE LEDGER-PARMS;                                   !@04
009200       SET LGP-STEP-START TO TRUE;                                !@04
009210       PERFORM 0420-CALL-LEDGER;                                  !@04
009220     END-IF.                                                      !@04
009230 SKIP2                                                            !@04
009240 0410-POST-LEDGER-END.                                            !@04
009250     IF RUN-IDENT-CARD NOT = SPACES                               !@04
009260      THEN                                                        !@04
009270       INITIALIZE LEDGER-PARMS;                                   !@04
009280       SET LGP-STEP-END TO TRUE;                                  !@04
009290       MOVE PSORT-RC TO LGP-STEP-RC;                              !@04
009300       MOVE 'READ' TO LGP-COUNT-LABEL (1);                        !@04
009310       MOVE RECS-READ-CNTR TO LGP-COUNT-VALUE (1);                !@04
009320       MOVE 'DOCS' TO LGP-COUNT-LABEL (2);                        !@04
009330       MOVE DOC-CNTR TO LGP-COUNT-VALUE (2);                      !@04
009340       MOVE 'WRITTEN' TO LGP-COUNT-LABEL (3);                     !@04
009350       MOVE RECS-WRITTEN-CNTR TO LGP-COUNT-VALUE (3);             !@04
009360       PERFORM 0420-CALL-LEDGER;                                  !@04
009370     END-IF.                                                      !@04
009380 SKIP2                                                            !@04
009390 0420-CALL-LEDGER.                                                !@04
009400* A ledger that cannot be posted is worth a warning, never the    !@04
009410* step: the release gate holds a run the ledger does not show.    !@04
009420     MOVE RUN-IDENT-CARD TO LGP-RUN-IDENT.                        !@04
009430     MOVE 'APKPSORT' TO LGP-STEP-NAME.                            !@04
009440     MOVE RUN-DATE-W TO LGP-START-DATE.                           !@04
009450     MOVE RUN-TIME-W (1 : 6) TO LGP-START-TIME.                   !@04
009460     CALL LEDGER-PGM USING LEDGER-PARMS.                          !@04
009470     IF LGP-RESULT NOT = ZERO                                     !@04
009480      THEN                                                        !@04
009490       DISPLAY PGMNAME, ' WARNING - RUN LEDGER NOT POSTED, ',     !@04
009500               'RESULT ', LGP-RESULT;                             !@04
009510     END-IF.                                                      !@04
