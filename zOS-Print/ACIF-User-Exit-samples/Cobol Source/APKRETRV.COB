000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 17:50:00 BY  DLMAINT VERSION 04  *
000120* MODIFICATION HISTORY.                                         *
000130*   02 SEP 2026  DLM  INITIAL VERSION - SINGLE-DOC RETRIEVAL.     !@01*
000132*   03 SEP 2026  DLM  SEQNUM IDENTITY ON MANIFEST PAIRING.        !@02*
000136*   15 OCT 2026  DLM  PAIR ONLY PRINT-CHANNEL MANIFEST RECORDS.   !@03*
000138*   15 OCT 2026  DLM  MANIFEST RECORD WIDENED FOR ENVELOPE.       !@04*
000140 ID DIVISION.
000150 PROGRAM-ID. APKRETRV.
000160 AUTHOR. TURETZKY--HYDRA.
001580     05  MANIF-CHANNEL           PIC X(5).
001590     05  FILLER                  PIC X.
001600     05  MANIF-RUN-IDENT         PIC X(22).
001610     05  FILLER                  PIC X(12).                       !@04
001620/ THE RETAINED NIGHTLY INPUT EXTRACT, RECORDS AS TRANSMITTED.
001630 FD  APKRETRV-IN,
001640     BLOCK CONTAINS 0 RECORDS,
002030 77  EXTR-DOC-CNTR           PIC 9(8) BINARY VALUE ZERO.
002040* The index and the manifest number documents independently
002050* once any document leaves the print stream (an e-delivery
002060* split-off or a held-mail diversion, for two), so requests       !@03
002065* are tied to the index by                                        !@03
002070* ORDINAL -- the nth index record pairs with the nth
002080* print-channel manifest record -- and the extract copy
002090* recognizes the wanted document by the account number and
003950     READ APKRETRV-MANIF;
003960     IF APKRETRV-MANIF-OK
003970      THEN
003980       IF MANIF-CHANNEL = 'PRINT'                                 !@03
003990        THEN
004000         ADD 1 TO MANIF-PRINT-CNTR;
004010         PERFORM 0127-TEST-MANIF-AGAINST-RQST                     !@02
