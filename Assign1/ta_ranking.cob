000000*               sectioned instructor is assigned the lowest open
000000*               section; four error-listing reason texts were
000000*               shortened to fit the 40-byte reason field.
000000*   2026/10/15  Added a stability check of the live placement
000000*               index (STABLE=[index]): each candidate is tested
000000*               against every instructor ranked above their
000000*               current placement, subject to the exclusion,
000000*               qualification, schedule, hours-cap and
000000*               do-not-rehire gates, and each blocking pair is
000000*               listed with both sides' ranks and the late
000000*               change (clearing, MAINT ADD/DROP/SWAP, re-offer
000000*               or decline) last touching either side, taken
000000*               from the audit file and transaction history.
000000*   2026/10/15  Added a term-close and rollover job
000000*               (TERMCLOSE=[term]): the close is refused, with a
000000*               list of blockers, while offers are pending, SIS
000000*               acknowledgments are unreconciled or a confirmed
000000*               TA has a term month with no claim on the new
000000*               cumulative timesheet history. A clean close
000000*               copies the term's outputs to a term-named
000000*               archive set, rolls CURRENT-MATCH into
000000*               PRIOR-MATCH, clears the checkpoint, starts an
000000*               empty placement index and stamps the term closed
000000*               on a term control file; every mode except
000000*               QUERY=, INSTR=, PURGE= and PACKET= then rejects
000000*               a run for that term.
000000*   2026/10/15  Added placement index verify and rebuild
000000*               (INDEX=VERIFY|REBUILD): CURRENT-MATCH is
000000*               replayed with the term's TXN-HISTORY in
000000*               effective-date order and the accept, decline and
000000*               re-offer outcomes on the audit file, then
000000*               compared row by row with the live index or
000000*               written out as a new index. TXN-HISTORY now
000000*               carries the section an ADD was placed in.
000000*   2026/10/15  Added the general-ledger journal interface
000000*               (GLJOURNAL=[period]): the stipend, monthly and
000000*               adjustment extracts are proved against their own
000000*               trailers and summarised by department and
000000*               account into balanced expense/clearing lines
000000*               with a journal header and control trailer.
000000*               Recoveries post as credits in their own right.
000000*               An out-of-balance or unprovable journal is
000000*               rejected whole.
000000*   2026/10/15  Added a persistent overpayment recovery ledger:
000000*               ADJUST= raises each recovery on it (a swap only
000000*               for any excess over the new placement's pay),
000000*               TSHEET= offsets outstanding balances against the
000000*               month's claimed pay up to RECOVPCT percent as
000000*               'O' deduction lines on the monthly payroll and
000000*               writes the outstanding balances aged by term.
000000*               The GL journal posts 'M' pay lines only.
000000*   2026/10/15  Added a retention purge (PURGE=[terms]): history
000000*               and transaction-history rows older than the
000000*               window of terms kept for each file are dropped,
000000*               evaluations beyond the window for candidates the
000000*               roster shows as no longer enrolled are replaced
000000*               by anonymised per-instructor summary rows, and a
000000*               purge certificate lists the counts per file and
000000*               term for the records office.
000000*   2026/10/15  Each matching run now keeps its outputs as a
000000*               numbered generation (term plus run sequence),
000000*               catalogued with timestamp, parameter file, return
000000*               code and EOJ totals; GENKEEP generations are kept.
000000*               QUERY=, SISACK= and the reconciliation (RECONGEN)
000000*               can name a generation to read instead of the
000000*               current files.
000000*   2026/10/15  Added a pre-matching planning pass (PLAN=[term]):
000000*               course enrolment and department staffing ratios
000000*               are joined to the roster course codes and the
000000*               section file to report required against requested
000000*               TA slots per department, courses over and under
000000*               ratio, and the stipend cost of the gap.
000000*   2026/10/15  Added funding-guarantee obligations: a commitment
000000*               file of promised TA terms is checked against the
000000*               history archive and this run's placements, an
000000*               obligations report lists terms delivered and
000000*               remaining, an unplaced guaranteed candidate sets
000000*               return code 8, and guaranteed candidates are
000000*               tried first in the clearing round.
000000*   2026/10/15  Added the department chair packet (PACKET=[dept]):
000000*               one paginated section per department with
000000*               positions requested and filled, named TAs by
000000*               instructor and section, stipend against budget,
000000*               monthly hours against standard, pending offers,
000000*               workload-cap near-misses and last term's
000000*               evaluation ratings, and a page index for mailing.
000000*   2026/10/15  Fixes: the all-files retention parameter is now
000000*               RETAINALL (the old key was longer than the
000000*               parameter key field and never matched); monthly
000000*               offset lines are built from saved values, not the
000000*               record area after its WRITE; index verify replays
000000*               audit outcomes merged with transactions in date
000000*               order; the chair packet reads a closed term's
000000*               archived index and counts only the term's months;
000000*               a timesheet rerun no longer appends a duplicate
000000*               history row; the purge keeps history for
000000*               candidates with a funding commitment still live.
000000*   2026/10/15  Fixes: late changes are bounded below by the
000000*               last term close rather than term start; purge
000000*               keeps history of enrolled candidates so their
000000*               seniority holds; the monthly trailer carries the
000000*               offset count and total, proved by the GL journal.
000000*   2026/10/15  Fixes: a generation reference given as a bare
000000*               sequence number now resolves against the current
000000*               term.
000000******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT UNMATCHED ASSIGN TO DYNAMIC WS-UNMATCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ERROR-LISTING ASSIGN TO DYNAMIC WS-ERROR-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CURRENT-MATCH ASSIGN TO DYNAMIC WS-CURMATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURMATCH-STATUS.
           SELECT PRIOR-MATCH ASSIGN TO DYNAMIC WS-PRIORMATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNHIST-STATUS.
           SELECT ADJUSTMENT-EXTRACT ASSIGN TO DYNAMIC WS-ADJUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT BUDGET-FILE ASSIGN TO DYNAMIC WS-BUDGETS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT TSHEET-EXCEPTIONS ASSIGN TO DYNAMIC WS-TSEXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTHLY-PAYROLL ASSIGN TO DYNAMIC WS-MPAYROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPAY-STATUS.
           SELECT STABILITY-REPORT ASSIGN TO DYNAMIC WS-STABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-CONTROL ASSIGN TO DYNAMIC WS-TERMCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-STATUS.
           SELECT TERM-CLOSE-REPORT ASSIGN TO DYNAMIC WS-TERMCLOSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSHEET-HISTORY ASSIGN TO DYNAMIC WS-TSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSHIST-STATUS.
           SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WS-ARC-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCHIVE-OUT ASSIGN TO DYNAMIC WS-ARC-DST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INDEX-VERIFY-REPORT
               ASSIGN TO DYNAMIC WS-IDXVERIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-JOURNAL ASSIGN TO DYNAMIC WS-GLJOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-CONTROL-REPORT ASSIGN TO DYNAMIC WS-GLCONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-LEDGER ASSIGN TO DYNAMIC WS-RCVLEDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVLEDG-STATUS.
           SELECT RECOVERY-REPORT ASSIGN TO DYNAMIC WS-RCVRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-CERTIFICATE ASSIGN TO DYNAMIC WS-PURGECERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-CATALOG ASSIGN TO DYNAMIC WS-GENCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT ENROLMENT-FILE ASSIGN TO DYNAMIC WS-ENROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROL-STATUS.
           SELECT STAFFING-RATIOS ASSIGN TO DYNAMIC WS-STAFFRATIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFFRATIO-STATUS.
           SELECT PLANNING-REPORT ASSIGN TO DYNAMIC WS-PLANRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNDING-COMMITMENTS ASSIGN TO DYNAMIC WS-FUNDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDING-STATUS.
           SELECT OBLIGATIONS-REPORT ASSIGN TO DYNAMIC WS-OBLIGRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHAIR-PACKET ASSIGN TO DYNAMIC WS-PACKET-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLACEMENT-INDEX ASSIGN TO DYNAMIC WS-PLACEIDX-PATH
               ORGANIZATION IS INDEXED
           05 MP-TRL-TYPE               PIC X.
           05 MP-TRL-COUNT               PIC 9(6).
           05 MP-TRL-TOTAL                PIC 9(11)V99.
           05 MP-TRL-OFF-COUNT             PIC 9(6).
           05 MP-TRL-OFF-TOTAL              PIC 9(11)V99.

       FD SIM-DIFF-REPORT.
       01 SIM-DIFF-RECORD              PIC X(80).
           05 TH-EFF-DATE                    PIC X(8).
           05 TH-DEPT                         PIC X(4).
           05 TH-DEPT-2                        PIC X(4).
           05 TH-SECTION-NO                     PIC 9(2).

       FD ADJUSTMENT-EXTRACT.
       01 ADJUSTMENT-DETAIL-RECORD.
           05 EV-INSTR-ID                 PIC 9(4).
           05 EV-RATING                    PIC X.
           05 EV-DNR-FLAG                   PIC X.
       01 EVALUATION-SUMMARY-RECORD.
           05 EVS-TERM                  PIC X(10).
           05 EVS-CAND-ID                PIC 9(4).
           05 EVS-INSTR-ID                PIC 9(4).
           05 EVS-RATING                   PIC X.
           05 EVS-DNR-FLAG                  PIC X.
           05 EVS-SAT-COUNT                  PIC 9(4).
           05 EVS-OTHER-COUNT                 PIC 9(4).
           05 EVS-DNR-COUNT                    PIC 9(4).

       FD SIS-UPLOAD.
       01 SIS-UPLOAD-RECORD            PIC X(120).
           05 PARM-KEY                  PIC X(10).
           05 PARM-VALUE                 PIC X(100).

       FD STABILITY-REPORT.
       01 STABILITY-RECORD             PIC X(100).

       FD TERM-CONTROL.
       01 TERM-CONTROL-RECORD.
           05 TC-TERM                   PIC X(10).
           05 TC-STATUS                  PIC X.
           05 TC-CLOSE-DATE               PIC X(8).
           05 TC-TERM-START                PIC X(8).
           05 TC-TERM-END                   PIC X(8).

       FD TERM-CLOSE-REPORT.
       01 TERM-CLOSE-RECORD            PIC X(100).

       FD TSHEET-HISTORY.
       01 TSHEET-HISTORY-RECORD.
           05 TSH-CAND-ID               PIC 9(4).
           05 TSH-INSTR-ID               PIC 9(4).
           05 TSH-MONTH                   PIC X(6).
           05 TSH-HOURS                    PIC 9(3).
           05 TSH-DEPT                      PIC X(4).

       FD ARCHIVE-IN.
       01 ARCHIVE-IN-RECORD            PIC X(200).

       FD ARCHIVE-OUT.
       01 ARCHIVE-OUT-RECORD           PIC X(200).

       FD INDEX-VERIFY-REPORT.
       01 INDEX-VERIFY-RECORD          PIC X(100).

       FD GL-JOURNAL.
       01 GL-HEADER-RECORD.
           05 GLH-REC-TYPE              PIC X.
           05 GLH-PERIOD                 PIC X(10).
           05 GLH-RUN-DATE                PIC X(8).
           05 GLH-SOURCE                   PIC X(8).
           05 GLH-CLEAR-ACCT                PIC X(8).
       01 GL-DETAIL-RECORD.
           05 GLD-REC-TYPE              PIC X.
           05 GLD-DEPT                   PIC X(4).
           05 GLD-ACCT-CODE               PIC X(8).
           05 GLD-DR-CR                    PIC X.
           05 GLD-AMOUNT                    PIC 9(9)V99.
           05 GLD-DESCRIPTION                PIC X(20).
       01 GL-TRAILER-RECORD.
           05 GLT-REC-TYPE              PIC X.
           05 GLT-COUNT                  PIC 9(6).
           05 GLT-DEBITS                  PIC 9(11)V99.
           05 GLT-CREDITS                  PIC 9(11)V99.

       FD GL-CONTROL-REPORT.
       01 GL-CONTROL-RECORD            PIC X(100).

       FD RECOVERY-LEDGER.
       01 RECOVERY-LEDGER-RECORD.
           05 RL-REC-TYPE               PIC X.
           05 RL-CAND-ID                 PIC 9(4).
           05 RL-INSTR-ID                 PIC 9(4).
           05 RL-DEPT                      PIC X(4).
           05 RL-TERM                       PIC X(10).
           05 RL-DATE                        PIC X(8).
           05 RL-MONTH                        PIC X(6).
           05 RL-AMOUNT                        PIC 9(7)V99.

       FD RECOVERY-REPORT.
       01 RECOVERY-REPORT-RECORD       PIC X(100).

       FD PURGE-CERTIFICATE.
       01 PURGE-CERTIFICATE-RECORD     PIC X(100).

       FD GEN-CATALOG.
       01 GEN-CATALOG-RECORD.
           05 GC-REC-TYPE               PIC X.
           05 GC-TERM                    PIC X(10).
           05 GC-SEQ                      PIC 9(4).
           05 GC-TIMESTAMP                 PIC X(14).
           05 GC-RETURN-CODE                PIC 9(4).
           05 GC-INSTR-READ                  PIC 9(6).
           05 GC-CAND-READ                    PIC 9(6).
           05 GC-REJECTED                      PIC 9(6).
           05 GC-PLACED                         PIC 9(6).
           05 GC-UNMATCHED                       PIC 9(6).
           05 GC-PARM-FILE                        PIC X(60).

       FD ENROLMENT-FILE.
       01 ENROLMENT-RECORD.
           05 EN-COURSE-CODE            PIC X(8).
           05 EN-TERM                    PIC X(10).
           05 EN-ENROLMENT                PIC 9(5).

       FD STAFFING-RATIOS.
       01 STAFFING-RATIO-RECORD.
           05 SRT-DEPT                  PIC X(4).
           05 SRT-STUDENTS-PER-TA        PIC 9(4).

       FD PLANNING-REPORT.
       01 PLANNING-RECORD              PIC X(100).

       FD FUNDING-COMMITMENTS.
       01 FUNDING-COMMITMENT-RECORD.
           05 FC-CAND-ID                PIC 9(4).
           05 FC-SOURCE                  PIC X(8).
           05 FC-TERMS-GUARANTEED         PIC 9(2).
           05 FC-START-TERM                PIC X(10).
           05 FC-END-TERM                   PIC X(10).

       FD OBLIGATIONS-REPORT.
       01 OBLIGATIONS-RECORD           PIC X(100).

       FD CHAIR-PACKET.
       01 CHAIR-PACKET-RECORD          PIC X(100).

       FD PLACEMENT-INDEX.
       01 PLACEMENT-INDEX-RECORD.
           05 PI-CAND-ID                PIC 9(4).
                   VALUE 'testcase/sis_ack.txt'.
           05 WS-SISRECON-PATH                              PIC X(100)
                   VALUE 'testcase/sis_recon.txt'.
           05 WS-STABLE-PATH                                PIC X(100)
                   VALUE 'testcase/stability.txt'.
           05 WS-TERMCTL-PATH                               PIC X(100)
                   VALUE 'testcase/term_control.txt'.
           05 WS-TERMCLOSE-PATH                              PIC X(100)
                   VALUE 'testcase/term_close.txt'.
           05 WS-TSHIST-PATH                                  PIC X(100)
                   VALUE 'testcase/tsheet_history.txt'.
           05 WS-ARC-SRC-PATH                             PIC X(100).
           05 WS-ARC-DST-PATH                              PIC X(100).
           05 WS-IDXVERIFY-PATH                             PIC X(100)
                   VALUE 'testcase/index_verify.txt'.
           05 WS-GLJOURNAL-PATH                             PIC X(100)
                   VALUE 'testcase/gl_journal.txt'.
           05 WS-GLCONTROL-PATH                              PIC X(100)
                   VALUE 'testcase/gl_control.txt'.
           05 WS-RCVLEDG-PATH                                PIC X(100)
                   VALUE 'testcase/recovery_ledger.txt'.
           05 WS-RCVRPT-PATH                                  PIC X(100)
                   VALUE 'testcase/recovery_report.txt'.
           05 WS-PURGECERT-PATH                              PIC X(100)
                   VALUE 'testcase/purge_certificate.txt'.
           05 WS-PURGEWORK-PATH                               PIC X(100)
                   VALUE 'testcase/purge_work.tmp'.
           05 WS-GENCAT-PATH                                 PIC X(100)
                   VALUE 'testcase/gen_catalog.txt'.
           05 WS-ENROL-PATH                                  PIC X(100)
                   VALUE 'testcase/enrolment.txt'.
           05 WS-STAFFRATIO-PATH                             PIC X(100)
                   VALUE 'testcase/staffing_ratios.txt'.
           05 WS-PLANRPT-PATH                                PIC X(100)
                   VALUE 'testcase/planning.txt'.
           05 WS-FUNDING-PATH                                PIC X(100)
                   VALUE 'testcase/funding_commitments.txt'.
           05 WS-OBLIGRPT-PATH                               PIC X(100)
                   VALUE 'testcase/obligations.txt'.
           05 WS-PACKET-PATH                                 PIC X(100)
                   VALUE 'testcase/chair_packet.txt'.
           05 WS-OFFICIAL-CURMATCH-PATH                   PIC X(100).

       01 WS-PARM-STATUS                PIC XX.
       01 WS-INSTR-FILE-STATUS           PIC XX.
       01 WS-CAND-FILE-STATUS            PIC XX.
       01 WS-SECT-STATUS                 PIC XX.
       01 WS-AUDIT-STATUS                PIC XX.
       01 WS-TERMCTL-STATUS              PIC XX.
       01 WS-TSHIST-STATUS               PIC XX.
       01 WS-TSHIST-OPEN                 PIC X VALUE 'N'.
           88 TSHIST-IS-OPEN            VALUE 'Y'.
       01 WS-ARCIN-STATUS                PIC XX.
       01 WS-CURMATCH-STATUS             PIC XX.
       01 WS-MPAY-STATUS                 PIC XX.
       01 WS-ADJUST-STATUS               PIC XX.
       01 WS-RCVLEDG-STATUS              PIC XX.
       01 WS-GENCAT-STATUS               PIC XX.
       01 WS-ENROL-STATUS                PIC XX.
       01 WS-STAFFRATIO-STATUS           PIC XX.
       01 WS-FUNDING-STATUS              PIC XX.

       01 WS-SECTION-FIELDS.
           05 WS-EOF-SECT               PIC X VALUE 'N'.
           05 WS-TERM-END-PARM            PIC X(8)
                   VALUE '20261231'.
           05 WS-TERM-DATE-NUM             PIC 9(8).
           05 WS-TXN-LOW-DATE              PIC X(8) VALUE SPACES.
           05 WS-TERM-START-INT             PIC 9(8) VALUE 0.
           05 WS-TERM-END-INT                PIC 9(8) VALUE 0.
           05 WS-TERM-DAYS                    PIC 9(5) VALUE 1.
           05 WS-SECT-USED-TABLE.
               10 WS-SECT-USED OCCURS 10 TIMES
                                          PIC 9(2).

       01 WS-STABILITY-FIELDS.
           05 WS-EOF-STBSCAN            PIC X VALUE 'N'.
               88 END-OF-STABLE-SCAN   VALUE 'Y'.
           05 WS-EOF-AUDIT               PIC X VALUE 'N'.
               88 END-OF-AUDIT-FILE     VALUE 'Y'.
           05 WS-STB-PLACED-COUNT         PIC 9(5) VALUE 0.
           05 WS-STB-CHECKED-COUNT         PIC 9(5) VALUE 0.
           05 WS-STB-PAIR-COUNT             PIC 9(5) VALUE 0.
           05 WS-STB-PREF-IDX                PIC 9(2).
           05 WS-STB-SLOT                     PIC 9(2).
           05 WS-STB-CUR-RANK                  PIC 9(2).
           05 WS-STB-INSTR-RANK                 PIC 9(2).
           05 WS-STB-HELD-RANK                   PIC 9(2).
           05 WS-STB-CAND-OK-SW                   PIC X.
               88 STB-CAND-ELIGIBLE               VALUE 'Y'.
           05 WS-STB-OPEN-SW                       PIC X.
               88 STB-SLOT-IS-OPEN                VALUE 'Y'.
           05 WS-STB-BLOCK-SW                       PIC X.
               88 PAIR-IS-BLOCKING                 VALUE 'Y'.
           05 WS-CHG-COUNT                  PIC 9(5) VALUE 0.
           05 WS-CHG-IDX                     PIC 9(5).
           05 WS-CHG-BEST                     PIC 9(5).
           05 WS-CHG-TEST-CAND                 PIC 9(4).
           05 WS-CHG-TEST-INSTR                 PIC 9(4).
           05 WS-CHG-NEW-CAND                    PIC 9(4).
           05 WS-CHG-NEW-INSTR                    PIC 9(4).
           05 WS-CHG-NEW-CODE                      PIC X(10).
           05 WS-CHG-NEW-DATE                       PIC X(8).
           05 WS-CHG-TEXT                            PIC X(19).
           05 WS-CHG-CAND-TEXT                        PIC X(19).

       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 20000 TIMES.
               10 WS-CHG-CAND-ID         PIC 9(4).
               10 WS-CHG-INSTR-ID         PIC 9(4).
               10 WS-CHG-CODE              PIC X(10).
               10 WS-CHG-DATE               PIC X(8).

       01 WS-TERMCLOSE-FIELDS.
           05 WS-EOF-TERMCTL            PIC X VALUE 'N'.
               88 END-OF-TERM-CONTROL  VALUE 'Y'.
           05 WS-TERM-CLOSED-SW          PIC X VALUE 'N'.
               88 TERM-IS-CLOSED        VALUE 'Y'.
           05 WS-EOF-TSHIST               PIC X VALUE 'N'.
               88 END-OF-TSHEET-HISTORY  VALUE 'Y'.
           05 WS-EOF-ARCHIVE               PIC X VALUE 'N'.
               88 END-OF-ARCHIVE-INPUT    VALUE 'Y'.
           05 WS-EOF-CLOSESCAN              PIC X VALUE 'N'.
               88 END-OF-CLOSE-SCAN        VALUE 'Y'.
           05 WS-TC-BLOCKER-COUNT            PIC 9(5) VALUE 0.
           05 WS-TC-PENDING-COUNT             PIC 9(5) VALUE 0.
           05 WS-TC-MISSING-COUNT              PIC 9(5) VALUE 0.
           05 WS-TC-ARCHIVED-COUNT              PIC 9(3) VALUE 0.
           05 WS-TC-MONTH-COUNT                  PIC 9(2) VALUE 0.
           05 WS-TC-MONTH-IDX                     PIC 9(2).
           05 WS-TC-FIRST-MONTH                    PIC X(6).
           05 WS-TC-END-MONTH                       PIC X(6).
           05 WS-TC-YEAR                             PIC 9(4).
           05 WS-TC-MM                                PIC 9(2).
           05 WS-TC-YM                                 PIC 9(6).
           05 WS-TC-YM-X REDEFINES WS-TC-YM            PIC X(6).
           05 WS-ARC-POS                          PIC 9(3).
           05 WS-ARC-PREFIX                        PIC X(20).
           05 WS-TSH-READ-COUNT                    PIC 9(6) VALUE 0.
           05 WS-TSH-COUNT                          PIC 9(6) VALUE 0.
           05 WS-TSH-IDX                             PIC 9(6).
           05 WS-TSH-FIRST                            PIC 9(6).
           05 WS-TSH-TEST-CAND                         PIC 9(4).
           05 WS-TSH-TEST-MONTH                         PIC X(6).
           05 WS-TSH-TEST-INSTR                         PIC 9(4).
           05 WS-TSH-FOUND-SW                            PIC X.
               88 TSH-CAND-ON-FILE                      VALUE 'Y'.
           05 WS-TSH-CLAIM-SW                             PIC X.
               88 MONTH-WAS-CLAIMED                      VALUE 'Y'.

       01 WS-TC-MONTH-TABLE.
           05 WS-TC-MONTH OCCURS 12 TIMES
                                        PIC X(6).

       01 WS-TSH-TABLE.
           05 WS-TSH-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-TSH-COUNT
                   ASCENDING KEY IS WS-TSH-CAND-ID
                   INDEXED BY TSH-IX.
               10 WS-TSH-CAND-ID         PIC 9(4).
               10 WS-TSH-INSTR-ID         PIC 9(4).
               10 WS-TSH-MONTH             PIC X(6).

       01 WS-INDEX-FIELDS.
           05 WS-IDX-MODE-SW            PIC X VALUE 'V'.
               88 IDX-REBUILD-MODE     VALUE 'R'.
           05 WS-EOF-IDXSCAN             PIC X VALUE 'N'.
               88 END-OF-INDEX-SCAN     VALUE 'Y'.
           05 WS-IDX-LIVE-SW              PIC X VALUE 'N'.
               88 IDX-LIVE-ON-FILE       VALUE 'Y'.
           05 WS-IDX-CM-COUNT              PIC 9(5) VALUE 0.
           05 WS-IDX-TXN-READ-COUNT         PIC 9(6) VALUE 0.
           05 WS-IDX-TXN-COUNT               PIC 9(5) VALUE 0.
           05 WS-IDX-TXN-IDX                  PIC 9(5).
           05 WS-IDX-AUD-COUNT                 PIC 9(5) VALUE 0.
           05 WS-IDX-AUD-READ-COUNT            PIC 9(6) VALUE 0.
           05 WS-IDX-TXN-ROWS                  PIC 9(5) VALUE 0.
           05 WS-IDX-LIVE-COUNT                 PIC 9(5) VALUE 0.
           05 WS-IDX-RPL-COUNT                   PIC 9(5) VALUE 0.
           05 WS-IDX-MISSING-COUNT                PIC 9(5) VALUE 0.
           05 WS-IDX-EXTRA-COUNT                   PIC 9(5) VALUE 0.
           05 WS-IDX-DIFF-COUNT                     PIC 9(5) VALUE 0.
           05 WS-IDX-CONFLICT-COUNT                  PIC 9(5) VALUE 0.
           05 WS-IDX-WRITTEN-COUNT                    PIC 9(5) VALUE 0.
           05 WS-IDX-CAND                   PIC 9(4).
           05 WS-IDX-CAND-2                  PIC 9(4).
           05 WS-IDX-SUB                      PIC 9(5).
           05 WS-IDX-HOLD-INSTR                PIC 9(4).
           05 WS-IDX-HOLD-DEPT                  PIC X(4).
           05 WS-IDX-HOLD-SECT                   PIC 9(2).
           05 WS-IDX-DECL-INSTR                   PIC 9(4) VALUE 0.
           05 WS-IDX-DECL-DEPT                     PIC X(4).
           05 WS-IDX-DECL-SECT                      PIC 9(2).
           05 WS-IDX-SOURCE                  PIC X(10).
           05 WS-IDX-TEXT                     PIC X(34).
           05 WS-IDX-LIVE-VAL                  PIC X(4).
           05 WS-IDX-RPL-VAL                    PIC X(4).

       01 WS-IDX-TXN-TABLE.
           05 WS-IDX-TXN-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-IDX-TXN-COUNT
                   ASCENDING KEY IS WS-IDX-TXN-DATE WS-IDX-TXN-SEQ
                   INDEXED BY IDXT-IX.
               10 WS-IDX-TXN-DATE        PIC X(8).
               10 WS-IDX-TXN-SEQ          PIC 9(6).
               10 WS-IDX-TXN-ACTION        PIC X(4).
               10 WS-IDX-TXN-CAND           PIC 9(4).
               10 WS-IDX-TXN-INSTR           PIC 9(4).
               10 WS-IDX-TXN-CAND-2           PIC 9(4).
               10 WS-IDX-TXN-INSTR-2           PIC 9(4).
               10 WS-IDX-TXN-DEPT               PIC X(4).
               10 WS-IDX-TXN-SECT                PIC 9(2).
               10 WS-IDX-TXN-SECT-SW              PIC X.
                   88 IDX-TXN-SECT-KNOWN        VALUE 'Y'.

       01 WS-RPL-TABLE.
           05 WS-RPL-ENTRY OCCURS 9999 TIMES.
               10 WS-RPL-ACTIVE          PIC X VALUE 'N'.
                   88 RPL-IS-PLACED     VALUE 'Y'.
               10 WS-RPL-INSTR-ID         PIC 9(4).
               10 WS-RPL-INSTR-RANK        PIC 9(2).
               10 WS-RPL-CAND-RANK          PIC 9(2).
               10 WS-RPL-DEPT                PIC X(4).
               10 WS-RPL-SECTION-NO           PIC 9(2).
               10 WS-RPL-CONFIRMED             PIC X.
               10 WS-RPL-SEEN                   PIC X VALUE 'N'.
                   88 RPL-SEEN-ON-INDEX        VALUE 'Y'.
               10 WS-RPL-SOURCE                  PIC X(10).

       01 WS-GL-FIELDS.
           05 WS-GL-PERIOD              PIC X(10) VALUE SPACES.
           05 WS-GL-CLEAR-ACCT           PIC X(8) VALUE 'TAPAYCLR'.
           05 WS-EOF-GLSRC                PIC X VALUE 'N'.
               88 END-OF-GL-SOURCE       VALUE 'Y'.
           05 WS-GL-REJECT-COUNT           PIC 9(5) VALUE 0.
           05 WS-GL-SOURCE-NAME             PIC X(10).
           05 WS-GL-SRC-COUNT                PIC 9(6).
           05 WS-GL-SRC-TOTAL                 PIC 9(11)V99.
           05 WS-GL-TRL-SW                     PIC X.
               88 GL-TRAILER-SEEN             VALUE 'Y'.
           05 WS-GL-TRL-COUNT                   PIC 9(6).
           05 WS-GL-TRL-TOTAL                    PIC 9(11)V99.
           05 WS-GL-OFF-COUNT                PIC 9(6).
           05 WS-GL-OFF-TOTAL                 PIC 9(11)V99.
           05 WS-GL-TRL-OFF-COUNT              PIC 9(6).
           05 WS-GL-TRL-OFF-TOTAL               PIC 9(11)V99.
           05 WS-GL-DEPT                  PIC X(4).
           05 WS-GL-ACCT                   PIC X(8).
           05 WS-GL-SIDE                    PIC X.
           05 WS-GL-AMOUNT                   PIC 9(9)V99.
           05 WS-GL-FIND-ACCT                 PIC X(8).
           05 WS-GL-COUNT                      PIC 9(3) VALUE 0.
           05 WS-GL-IDX                         PIC 9(3).
           05 WS-GL-HIT                          PIC 9(3).
           05 WS-GL-LINE-COUNT                    PIC 9(6) VALUE 0.
           05 WS-GL-TOTAL-DR              PIC 9(11)V99 VALUE 0.
           05 WS-GL-TOTAL-CR               PIC 9(11)V99 VALUE 0.

       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 400 TIMES.
               10 WS-GL-ENT-DEPT         PIC X(4).
               10 WS-GL-ENT-ACCT          PIC X(8).
               10 WS-GL-ENT-DR             PIC 9(11)V99.
               10 WS-GL-ENT-CR              PIC 9(11)V99.

       01 WS-RECOVERY-FIELDS.
           05 WS-RECOV-PCT              PIC 9(3) VALUE 25.
           05 WS-EOF-RCVLEDG             PIC X VALUE 'N'.
               88 END-OF-RECOVERY-LEDGER VALUE 'Y'.
           05 WS-RCVLEDG-OPEN             PIC X VALUE 'N'.
               88 RCVLEDG-IS-OPEN         VALUE 'Y'.
           05 WS-RCV-DUP-SW                PIC X.
               88 RECOVERY-ON-LEDGER      VALUE 'Y'.
           05 WS-RCV-COUNT                  PIC 9(5) VALUE 0.
           05 WS-RCV-IDX                     PIC 9(5).
           05 WS-RCO-COUNT                    PIC 9(5) VALUE 0.
           05 WS-RCO-IDX                       PIC 9(5).
           05 WS-RCV-CAND                  PIC 9(4).
           05 WS-RCV-INSTR                  PIC 9(4).
           05 WS-RCV-DEPT                    PIC X(4).
           05 WS-RCV-AMOUNT                   PIC 9(7)V99.
           05 WS-RCV-SWAP-R                    PIC 9(7)V99.
           05 WS-RCV-APPLY                      PIC 9(7)V99.
           05 WS-RCV-TAKE                        PIC 9(7)V99.
           05 WS-RCV-LIMIT                        PIC 9(7)V99.
           05 WS-RCV-CLAIMED                      PIC 9(7)V99.
           05 WS-RCV-OFFSET                        PIC 9(7)V99.
           05 WS-RCV-BALANCE                  PIC 9(9)V99.
           05 WS-RCV-CAND-TOTAL                PIC 9(9)V99.
           05 WS-RCV-CURRENT-TOTAL              PIC 9(9)V99 VALUE 0.
           05 WS-RCV-PRIOR-TOTAL                 PIC 9(9)V99 VALUE 0.
           05 WS-RCV-RAISED-COUNT         PIC 9(5) VALUE 0.
           05 WS-RCV-OFFSET-COUNT          PIC 9(5) VALUE 0.
           05 WS-RCV-OFFSET-TOTAL           PIC 9(9)V99 VALUE 0.
           05 WS-RCV-OWING-COUNT             PIC 9(5) VALUE 0.
           05 WS-RCV-PREV-CAND                PIC 9(4).
           05 WS-RCV-AGE                       PIC X(7).
           05 WS-RCV-STATUS-TEXT                PIC X(8).
           05 WS-RCV-TERM-COUNT                 PIC 9(3) VALUE 0.
           05 WS-RCV-TERM-IDX                    PIC 9(3).
           05 WS-RCV-TERM-HIT                    PIC 9(3).
           05 WS-ADJ-LAST-AMT                PIC 9(7)V99 VALUE 0.

       01 WS-RCV-TABLE.
           05 WS-RCV-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RCV-COUNT
                   ASCENDING KEY IS WS-RCV-CAND-ID WS-RCV-SEQ
                   INDEXED BY RCV-IX.
               10 WS-RCV-CAND-ID         PIC 9(4).
               10 WS-RCV-SEQ              PIC 9(5).
               10 WS-RCV-INSTR-ID          PIC 9(4).
               10 WS-RCV-DEPT-CODE          PIC X(4).
               10 WS-RCV-TERM                PIC X(10).
               10 WS-RCV-DATE                 PIC X(8).
               10 WS-RCV-RAISED                PIC 9(7)V99.
               10 WS-RCV-REMAINING              PIC 9(7)V99.

       01 WS-RCO-TABLE.
           05 WS-RCO-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RCO-COUNT.
               10 WS-RCO-CAND-ID         PIC 9(4).
               10 WS-RCO-INSTR-ID         PIC 9(4).
               10 WS-RCO-MONTH             PIC X(6).
               10 WS-RCO-AMOUNT             PIC 9(7)V99.

       01 WS-PURGE-FIELDS.
           05 WS-PRG-KEEP-ALL           PIC 9(2) VALUE 0.
           05 WS-PRG-KEEP-HIST           PIC 9(2) VALUE 0.
           05 WS-PRG-KEEP-TXN             PIC 9(2) VALUE 0.
           05 WS-PRG-KEEP-EVAL             PIC 9(2) VALUE 0.
           05 WS-PRG-KEEP                   PIC 9(2).
           05 WS-PRG-WINDOW-SW               PIC X.
               88 PRG-WINDOW-SET             VALUE 'Y'.
           05 WS-PRG-KEEP-SW                  PIC X.
               88 PRG-TERM-KEPT              VALUE 'Y'.
           05 WS-PRG-EOF                       PIC X.
               88 END-OF-PURGE-INPUT         VALUE 'Y'.
           05 WS-PRG-CUTOFF                 PIC X(8).
           05 WS-PRG-TEST-TERM               PIC X(10).
           05 WS-PRG-TEST-DATE                PIC X(8).
           05 WS-PRG-FILE                      PIC X(16).
           05 WS-PRG-READ                   PIC 9(6).
           05 WS-PRG-KEPT-ROWS               PIC 9(6).
           05 WS-PRG-REMOVED                  PIC 9(6).
           05 WS-PRG-ANON                      PIC 9(6).
           05 WS-PRG-SUM-WRITTEN                PIC 9(6).
           05 WS-PRG-TOTAL-REMOVED          PIC 9(7) VALUE 0.
           05 WS-PRG-TOTAL-ANON              PIC 9(7) VALUE 0.
           05 WS-PRG-TC-COUNT                PIC 9(3) VALUE 0.
           05 WS-PRG-TC-IDX                   PIC 9(3).
           05 WS-PRG-KT-COUNT                  PIC 9(3).
           05 WS-PRG-KT-IDX                     PIC 9(3).
           05 WS-PRG-CNT-COUNT              PIC 9(3).
           05 WS-PRG-CNT-IDX                 PIC 9(3).
           05 WS-PRG-CNT-HIT                  PIC 9(3).
           05 WS-PRG-SUM-COUNT               PIC 9(4).
           05 WS-PRG-SUM-IDX                  PIC 9(4).
           05 WS-PRG-SUM-HIT                   PIC 9(4).
           05 WS-PRG-FND-COUNT              PIC 9(4) VALUE 0.
           05 WS-PRG-FND-IDX                 PIC 9(4).
           05 WS-PRG-FND-SW                   PIC X.
               88 PRG-CAND-FUNDED            VALUE 'Y'.
           05 WS-PRG-FND-KEPT                  PIC 9(6).
           05 WS-PRG-ENR-KEPT                  PIC 9(6).
           05 WS-PRG-ENR-SW                    PIC X.
               88 PRG-CAND-ENROLLED           VALUE 'Y'.
           05 WS-PRG-OLDEST-KEY             PIC X(10).
           05 WS-PRG-END-KEY                 PIC X(10).

       01 WS-GEN-FIELDS.
           05 WS-GEN-KEEP               PIC 9(2) VALUE 5.
           05 WS-EOF-GENCAT              PIC X VALUE 'N'.
               88 END-OF-GEN-CATALOG     VALUE 'Y'.
           05 WS-GEN-FOUND-SW             PIC X VALUE 'N'.
               88 GEN-WAS-FOUND           VALUE 'Y'.
           05 WS-GEN-SEQ                   PIC 9(4).
           05 WS-GEN-COUNT                  PIC 9(4) VALUE 0.
           05 WS-GEN-IDX                     PIC 9(4).
           05 WS-GEN-HIT                      PIC 9(4).
           05 WS-GEN-ACTIVE                    PIC 9(4).
           05 WS-GEN-FILE-NO                    PIC 9(2).
           05 WS-GEN-REF                     PIC X(20).
           05 WS-GEN-REF-TERM                 PIC X(10).
           05 WS-GEN-REF-SEQ                   PIC X(4) JUSTIFIED RIGHT.
           05 WS-GEN-REF-NUM                    PIC 9(4).
           05 WS-GEN-ARG-PATH               PIC X(100).
           05 WS-RECON-GENREF                PIC X(20) VALUE SPACES.
           05 WS-GEN-QUERY-COUNT              PIC 9(4).

       01 WS-PLAN-FIELDS.
           05 WS-PLN-TERM               PIC X(10).
           05 WS-EOF-ENROL               PIC X VALUE 'N'.
               88 END-OF-ENROLMENT       VALUE 'Y'.
           05 WS-EOF-STAFFRATIO           PIC X VALUE 'N'.
               88 END-OF-STAFFING-RATIOS VALUE 'Y'.
           05 WS-PLN-ENR-COUNT             PIC 9(4) VALUE 0.
           05 WS-PLN-ENR-IDX                PIC 9(4).
           05 WS-PLN-ENR-HIT                 PIC 9(4).
           05 WS-PLN-RAT-COUNT                PIC 9(3) VALUE 0.
           05 WS-PLN-RAT-IDX                   PIC 9(3).
           05 WS-PLN-CRS-COUNT              PIC 9(4) VALUE 0.
           05 WS-PLN-CRS-IDX                 PIC 9(4).
           05 WS-PLN-CRS-HIT                  PIC 9(4).
           05 WS-PLN-RATIO                     PIC 9(4).
           05 WS-PLN-REQUIRED                   PIC 9(4).
           05 WS-PLN-GAP                         PIC 9(4).
           05 WS-PLN-SLOT-COST                PIC 9(7)V99.
           05 WS-PLN-GAP-COST                  PIC 9(9)V99.
           05 WS-PLN-STATUS                     PIC X(13).
           05 WS-PLN-PREV-DEPT                   PIC X(4).
           05 WS-PLN-NOCODE-COUNT            PIC 9(4) VALUE 0.
           05 WS-PLN-UNTAUGHT-COUNT           PIC 9(4) VALUE 0.
           05 WS-PLN-DEPT-TOTALS.
               10 WS-PLN-D-REQUIRED      PIC 9(5).
               10 WS-PLN-D-REQUESTED      PIC 9(5).
               10 WS-PLN-D-OVER            PIC 9(4).
               10 WS-PLN-D-UNDER            PIC 9(4).
               10 WS-PLN-D-SHORT-COST        PIC 9(9)V99.
               10 WS-PLN-D-EXCESS-COST        PIC 9(9)V99.
           05 WS-PLN-GRAND-TOTALS.
               10 WS-PLN-G-REQUIRED      PIC 9(5) VALUE 0.
               10 WS-PLN-G-REQUESTED      PIC 9(5) VALUE 0.
               10 WS-PLN-G-OVER            PIC 9(4) VALUE 0.
               10 WS-PLN-G-UNDER            PIC 9(4) VALUE 0.
               10 WS-PLN-G-SHORT-COST        PIC 9(9)V99 VALUE 0.
               10 WS-PLN-G-EXCESS-COST        PIC 9(9)V99 VALUE 0.
           05 WS-PLN-EDIT-ENROL               PIC ZZZZ9.
           05 WS-PLN-EDIT-RATIO                PIC ZZZ9.
           05 WS-PLN-EDIT-REQ                   PIC ZZZ9.
           05 WS-PLN-EDIT-ASK                    PIC ZZZ9.
           05 WS-PLN-EDIT-GAP                     PIC ZZZ9.

       01 WS-PLN-ENR-TABLE.
           05 WS-PLN-ENR-ENTRY OCCURS 2000 TIMES.
               10 WS-PLN-ENR-COURSE      PIC X(8).
               10 WS-PLN-ENR-STUDENTS     PIC 9(6).
               10 WS-PLN-ENR-TAUGHT        PIC X.
                   88 ENROLMENT-IS-TAUGHT  VALUE 'Y'.

       01 WS-PLN-RAT-TABLE.
           05 WS-PLN-RAT-ENTRY OCCURS 200 TIMES.
               10 WS-PLN-RAT-DEPT        PIC X(4).
               10 WS-PLN-RAT-STUDENTS     PIC 9(4).

       01 WS-PLN-CRS-TABLE.
           05 WS-PLN-CRS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PLN-CRS-COUNT
                   ASCENDING KEY IS WS-PLN-CRS-DEPT WS-PLN-CRS-CODE
                   INDEXED BY PLN-IX.
               10 WS-PLN-CRS-DEPT        PIC X(4).
               10 WS-PLN-CRS-CODE         PIC X(8).
               10 WS-PLN-CRS-INSTRS        PIC 9(3).
               10 WS-PLN-CRS-REQUESTED      PIC 9(4).

       01 WS-FUNDING-FIELDS.
           05 WS-EOF-FUNDING            PIC X VALUE 'N'.
               88 END-OF-FUNDING        VALUE 'Y'.
           05 WS-FND-COUNT               PIC 9(4) VALUE 0.
           05 WS-FND-IDX                  PIC 9(4).
           05 WS-FND-READ-COUNT            PIC 9(5) VALUE 0.
           05 WS-FND-TD-COUNT               PIC 9(3) VALUE 0.
           05 WS-FND-TD-IDX                  PIC 9(3).
           05 WS-FND-OWED-SW               PIC X VALUE 'N'.
               88 GUARANTEE-IS-OWED       VALUE 'Y'.
           05 WS-FND-MISSED-SW              PIC X VALUE 'N'.
               88 GUARANTEE-WAS-MISSED     VALUE 'Y'.
           05 WS-FND-WINDOW-SW               PIC X.
               88 TERM-IN-GUARANTEE        VALUE 'Y'.
               88 TERM-BEFORE-GUARANTEE    VALUE 'B'.
               88 TERM-AFTER-GUARANTEE     VALUE 'A'.
           05 WS-FND-TEST-TERM            PIC X(10).
           05 WS-FND-TEST-KEY              PIC X(10).
           05 WS-FND-START-KEY              PIC X(10).
           05 WS-FND-END-KEY                 PIC X(10).
           05 WS-FND-LOOKUP-TERM          PIC X(10).
           05 WS-FND-LOOKUP-DATE           PIC X(8).
           05 WS-FND-HIST-IDX               PIC 9(6).
           05 WS-FND-DUP-SW                  PIC X.
               88 HIST-TERM-COUNTED         VALUE 'Y'.
           05 WS-FND-DELIV-NOW            PIC 9(2).
           05 WS-FND-REMAINING            PIC 9(2).
           05 WS-FND-EDIT-GUAR             PIC Z9.
           05 WS-FND-EDIT-DELIV             PIC Z9.
           05 WS-FND-EDIT-REMAIN             PIC Z9.
           05 WS-FND-STATUS                PIC X(16).
           05 WS-FND-ACTIVE-COUNT           PIC 9(4) VALUE 0.
           05 WS-FND-PLACED-COUNT            PIC 9(4) VALUE 0.
           05 WS-FND-UNPLACED-COUNT           PIC 9(4) VALUE 0.
           05 WS-FND-GUAR-TOTAL            PIC 9(5) VALUE 0.
           05 WS-FND-DELIV-TOTAL            PIC 9(5) VALUE 0.
           05 WS-FND-REMAIN-TOTAL            PIC 9(5) VALUE 0.
           05 WS-FND-CLEAR-PASS              PIC X.
               88 CLEARING-GUARANTEED-PASS  VALUE 'G'.

       01 WS-FND-TABLE.
           05 WS-FND-ENTRY OCCURS 1000 TIMES.
               10 WS-FND-CAND-ID         PIC 9(4).
               10 WS-FND-SOURCE           PIC X(8).
               10 WS-FND-GUARANTEED        PIC 9(2).
               10 WS-FND-START-TERM         PIC X(10).
               10 WS-FND-END-TERM            PIC X(10).
               10 WS-FND-DELIVERED         PIC 9(2).
               10 WS-FND-DUE-NOW            PIC X.
                   88 FUNDING-DUE-THIS-TERM  VALUE 'Y'.

       01 WS-FND-TD-TABLE.
           05 WS-FND-TD-ENTRY OCCURS 200 TIMES.
               10 WS-FND-TD-TERM         PIC X(10).
               10 WS-FND-TD-START         PIC X(8).

       01 WS-PACKET-FIELDS.
           05 WS-PKT-DEPT               PIC X(4).
           05 WS-EOF-PKTSCAN             PIC X VALUE 'N'.
               88 END-OF-PACKET-SCAN     VALUE 'Y'.
           05 WS-PKT-PAGE-NO              PIC 9(4) VALUE 0.
           05 WS-PKT-DEPT-PAGE             PIC 9(4) VALUE 0.
           05 WS-PKT-LINE-COUNT             PIC 9(4) VALUE 0.
           05 WS-PKT-HEADING               PIC X(100).
           05 WS-PKT-CUR-START            PIC X(8).
           05 WS-PKT-LAST-TERM             PIC X(10).
           05 WS-PKT-LAST-START             PIC X(8).
           05 WS-PKT-REQUESTED             PIC 9(5).
           05 WS-PKT-FILLED                 PIC 9(5).
           05 WS-PKT-SLOT                    PIC 9(2).
           05 WS-PKT-STD-HOURS             PIC 9(3).
           05 WS-PKT-SLOT-COST             PIC 9(7)V99.
           05 WS-PKT-RATE-ACCT              PIC X(8).
           05 WS-PKT-COMMITTED             PIC 9(9)V99.
           05 WS-PKT-ALLOCATED              PIC 9(9)V99.
           05 WS-PKT-VARIANCE                PIC 9(9)V99.
           05 WS-PKT-PEND-COUNT            PIC 9(4) VALUE 0.
           05 WS-PKT-PEND-IDX               PIC 9(4).
           05 WS-PKT-PEND-SW                 PIC X.
               88 SLOT-OFFER-PENDING        VALUE 'Y'.
           05 WS-PKT-DEPT-PENDING          PIC 9(4).
           05 WS-PKT-NEAR-COUNT             PIC 9(4).
           05 WS-PKT-MON-COUNT             PIC 9(2).
           05 WS-PKT-MON-IDX                PIC 9(2).
           05 WS-PKT-MON-HIT                 PIC 9(2).
           05 WS-PKT-MON-STANDARD          PIC 9(6).
           05 WS-PKT-EVR-COUNT             PIC 9(2).
           05 WS-PKT-EVR-IDX                PIC 9(2).
           05 WS-PKT-EVR-HIT                 PIC 9(2).
           05 WS-PKT-EVR-CODE                PIC X.
           05 WS-PKT-EVR-ADD                  PIC 9(4).
           05 WS-PKT-EV-TOTAL              PIC 9(5).
           05 WS-PKT-EV-DNR                 PIC 9(5).
           05 WS-PKT-DEPTS-WRITTEN         PIC 9(4) VALUE 0.
           05 WS-PKT-RANGE-COUNT            PIC 9(3) VALUE 0.
           05 WS-PKT-RANGE-IDX               PIC 9(3).
           05 WS-PKT-DEPT-FOUND-SW          PIC X.
               88 PACKET-DEPT-LISTED        VALUE 'Y'.
           05 WS-PKT-TERM-MON-SW            PIC X.
               88 PACKET-TERM-MONTH         VALUE 'Y'.
           05 WS-PKT-LOADED-SW              PIC X VALUE 'N'.
               88 PACKET-PLACEMENTS-LOADED  VALUE 'Y'.
           05 WS-PKT-VACANT                 PIC 9(5).
           05 WS-PKT-MON-DIFF               PIC 9(6).
           05 WS-PKT-MON-LABEL               PIC X(5).
           05 WS-PKT-PCT                      PIC 9(3).
           05 WS-PKT-EDIT-6B                PIC ZZZZZ9.
           05 WS-PKT-EDIT-PCT                PIC ZZ9.

       01 WS-PKT-PEND-TABLE.
           05 WS-PKT-PEND-ENTRY OCCURS 2000 TIMES.
               10 WS-PKT-PEND-CAND       PIC 9(4).
               10 WS-PKT-PEND-INSTR       PIC 9(4).
               10 WS-PKT-PEND-SECTION      PIC 9(2).

       01 WS-PKT-MON-TABLE.
           05 WS-PKT-MON-ENTRY OCCURS 24 TIMES.
               10 WS-PKT-MON-MONTH       PIC X(6).
               10 WS-PKT-MON-CLAIMS       PIC 9(4).
               10 WS-PKT-MON-HOURS         PIC 9(6).

       01 WS-PKT-EVR-TABLE.
           05 WS-PKT-EVR-ENTRY OCCURS 20 TIMES.
               10 WS-PKT-EVR-RATING      PIC X.
               10 WS-PKT-EVR-TALLY        PIC 9(5).

       01 WS-PKT-RANGE-TABLE.
           05 WS-PKT-RANGE-ENTRY OCCURS 500 TIMES.
               10 WS-PKT-RANGE-DEPT      PIC X(4).
               10 WS-PKT-RANGE-FIRST      PIC 9(4).
               10 WS-PKT-RANGE-LAST        PIC 9(4).

       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 500 TIMES.
               10 WS-GEN-TERM            PIC X(10).
               10 WS-GEN-NUMBER           PIC 9(4).
               10 WS-GEN-LIVE              PIC X.
                   88 GEN-IS-LIVE          VALUE 'Y'.

       01 WS-PRG-TC-TABLE.
           05 WS-PRG-TC-ENTRY OCCURS 200 TIMES.
               10 WS-PRG-TC-TERM         PIC X(10).
               10 WS-PRG-TC-START         PIC X(8).
               10 WS-PRG-TC-END            PIC X(8).

       01 WS-PRG-KEPT-TABLE.
           05 WS-PRG-KEPT-TERM OCCURS 99 TIMES PIC X(10).

       01 WS-PRG-CNT-TABLE.
           05 WS-PRG-CNT-ENTRY OCCURS 300 TIMES.
               10 WS-PRG-CNT-TERM        PIC X(10).
               10 WS-PRG-CNT-REMOVED      PIC 9(6).

       01 WS-PRG-SUM-TABLE.
           05 WS-PRG-SUM-ENTRY OCCURS 2000 TIMES.
               10 WS-PRG-SUM-TERM        PIC X(10).
               10 WS-PRG-SUM-INSTR        PIC 9(4).
               10 WS-PRG-SUM-SAT           PIC 9(4).
               10 WS-PRG-SUM-OTHER          PIC 9(4).
               10 WS-PRG-SUM-DNR             PIC 9(4).

       01 WS-PRG-FND-TABLE.
           05 WS-PRG-FND-CAND OCCURS 1000 TIMES PIC 9(4).

       01 WS-RCV-TERM-TABLE.
           05 WS-RCV-TERM-ENTRY OCCURS 50 TIMES.
               10 WS-RCV-TERM-NAME       PIC X(10).
               10 WS-RCV-TERM-TOTAL       PIC 9(9)V99.

       01 WS-PLACEIDX-STATUS            PIC XX.
       01 WS-PLACEIDX-OPEN               PIC X VALUE 'N'.
           88 PLACEIDX-IS-OPEN          VALUE 'Y'.
           ELSE
           IF WS-CMD-ARG (1:7) = 'SISACK='
               PERFORM 7100-SIS-ACK-MODE
           ELSE
           IF WS-CMD-ARG (1:7) = 'STABLE='
               PERFORM 7200-STABILITY-MODE
           ELSE
           IF WS-CMD-ARG (1:10) = 'TERMCLOSE='
               PERFORM 7300-TERM-CLOSE-MODE
           ELSE
           IF WS-CMD-ARG (1:6) = 'INDEX='
               PERFORM 7400-INDEX-VERIFY-MODE
           ELSE
           IF WS-CMD-ARG (1:10) = 'GLJOURNAL='
               PERFORM 7500-GL-JOURNAL-MODE
           ELSE
           IF WS-CMD-ARG (1:6) = 'PURGE='
               PERFORM 7700-RETENTION-PURGE-MODE
           ELSE
           IF WS-CMD-ARG (1:5) = 'PLAN='
               PERFORM 7900-PLANNING-MODE
           ELSE
           IF WS-CMD-ARG (1:7) = 'PACKET='
               PERFORM 7950-CHAIR-PACKET-MODE
           ELSE
               IF WS-CMD-ARG (1:9) = 'SIMULATE='
                   MOVE 'Y' TO WS-SIM-MODE
               PERFORM 2200-LOAD-AVAILABILITY
               PERFORM 2400-LOAD-HISTORY
               PERFORM 2450-LOAD-EVALUATIONS
               PERFORM 2470-LOAD-FUNDING-COMMITMENTS
               PERFORM 4210-LOAD-RATE-TABLE
               PERFORM 3185-LOAD-OUTSIDE-HOURS
               PERFORM 3000-MATCH-CANDIDATES
               PERFORM 4000-WRITE-OUTPUT
               PERFORM 4100-WRITE-UNMATCHED
               PERFORM 4300-WRITE-STATISTICS
               PERFORM 4900-WRITE-OBLIGATIONS
               CLOSE CURRENT-MATCH
               IF PLACEIDX-IS-OPEN
                   CLOSE PLACEMENT-INDEX
               END-IF
               PERFORM 9000-TERMINATE
               PERFORM 8000-WRITE-EOJ-CONTROL
               IF NOT SIM-MODE-ACTIVE
                   PERFORM 7800-CATALOG-GENERATION
               END-IF
               MOVE WS-RETURN-SEVERITY TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           STOP RUN.

                   AND WS-CMD-ARG (1:7) NOT = 'TSHEET='
                   AND WS-CMD-ARG (1:7) NOT = 'ADJUST='
                   AND WS-CMD-ARG (1:7) NOT = 'SISACK='
                   AND WS-CMD-ARG (1:7) NOT = 'STABLE='
                   AND WS-CMD-ARG (1:10) NOT = 'TERMCLOSE='
                   AND WS-CMD-ARG (1:6) NOT = 'INDEX='
                   AND WS-CMD-ARG (1:10) NOT = 'GLJOURNAL='
                   AND WS-CMD-ARG (1:6) NOT = 'PURGE='
                   AND WS-CMD-ARG (1:5) NOT = 'PLAN='
                   AND WS-CMD-ARG (1:7) NOT = 'PACKET='
                   AND WS-CMD-ARG (1:9) NOT = 'SIMULATE='
               MOVE WS-CMD-ARG TO WS-PARM-FILE-PATH
           END-IF.
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.
           IF WS-CMD-ARG (1:6) NOT = 'QUERY='
                   AND WS-CMD-ARG (1:6) NOT = 'INSTR='
                   AND WS-CMD-ARG (1:10) NOT = 'TERMCLOSE='
                   AND WS-CMD-ARG (1:6) NOT = 'PURGE='
                   AND WS-CMD-ARG (1:7) NOT = 'PACKET='
               PERFORM 1020-CHECK-TERM-OPEN
           END-IF.

       1006-APPLY-PARAMETER SECTION.
       1006-APPLY-PARAMETER-PARA.
                   MOVE PARM-VALUE TO WS-SISACK-PATH
               WHEN 'SISRECON'
                   MOVE PARM-VALUE TO WS-SISRECON-PATH
               WHEN 'STABILITY'
                   MOVE PARM-VALUE TO WS-STABLE-PATH
               WHEN 'TERMCTL'
                   MOVE PARM-VALUE TO WS-TERMCTL-PATH
               WHEN 'TERMCLOSE'
                   MOVE PARM-VALUE TO WS-TERMCLOSE-PATH
               WHEN 'TSHISTORY'
                   MOVE PARM-VALUE TO WS-TSHIST-PATH
               WHEN 'IDXVERIFY'
                   MOVE PARM-VALUE TO WS-IDXVERIFY-PATH
               WHEN 'GLJOURNAL'
                   MOVE PARM-VALUE TO WS-GLJOURNAL-PATH
               WHEN 'GLCONTROL'
                   MOVE PARM-VALUE TO WS-GLCONTROL-PATH
               WHEN 'GLPERIOD'
                   MOVE PARM-VALUE (1:10) TO WS-GL-PERIOD
               WHEN 'GLCLEAR'
                   MOVE PARM-VALUE (1:8) TO WS-GL-CLEAR-ACCT
               WHEN 'RECOVLEDG'
                   MOVE PARM-VALUE TO WS-RCVLEDG-PATH
               WHEN 'RECOVRPT'
                   MOVE PARM-VALUE TO WS-RCVRPT-PATH
               WHEN 'ENROLMENT'
                   MOVE PARM-VALUE TO WS-ENROL-PATH
               WHEN 'STAFFRATIO'
                   MOVE PARM-VALUE TO WS-STAFFRATIO-PATH
               WHEN 'PLANRPT'
                   MOVE PARM-VALUE TO WS-PLANRPT-PATH
               WHEN 'FUNDING'
                   MOVE PARM-VALUE TO WS-FUNDING-PATH
               WHEN 'OBLIGRPT'
                   MOVE PARM-VALUE TO WS-OBLIGRPT-PATH
               WHEN 'PACKET'
                   MOVE PARM-VALUE TO WS-PACKET-PATH
               WHEN 'GENCATALOG'
                   MOVE PARM-VALUE TO WS-GENCAT-PATH
               WHEN 'RECONGEN'
                   MOVE PARM-VALUE (1:20) TO WS-RECON-GENREF
               WHEN 'GENKEEP'
                   IF PARM-VALUE (1:2) IS NUMERIC
                           AND PARM-VALUE (1:2) NOT = '00'
                       MOVE PARM-VALUE (1:2) TO WS-GEN-KEEP
                   ELSE
                       DISPLAY 'TA_RANKING: GENKEEP PARAMETER NOT '
                           'NUMERIC - IGNORED'
                   END-IF
               WHEN 'PURGECERT'
                   MOVE PARM-VALUE TO WS-PURGECERT-PATH
               WHEN 'PURGEWORK'
                   MOVE PARM-VALUE TO WS-PURGEWORK-PATH
               WHEN 'RETAINALL'
                   IF PARM-VALUE (1:2) IS NUMERIC
                       MOVE PARM-VALUE (1:2) TO WS-PRG-KEEP-ALL
                   ELSE
                       DISPLAY 'TA_RANKING: RETAINALL PARAMETER NOT '
                           'NUMERIC - IGNORED'
                   END-IF
               WHEN 'RETAINHIST'
                   IF PARM-VALUE (1:2) IS NUMERIC
                       MOVE PARM-VALUE (1:2) TO WS-PRG-KEEP-HIST
                   ELSE
                       DISPLAY 'TA_RANKING: RETAINHIST PARAMETER NOT '
                           'NUMERIC - IGNORED'
                   END-IF
               WHEN 'RETAINTXN'
                   IF PARM-VALUE (1:2) IS NUMERIC
                       MOVE PARM-VALUE (1:2) TO WS-PRG-KEEP-TXN
                   ELSE
                       DISPLAY 'TA_RANKING: RETAINTXN PARAMETER NOT '
                           'NUMERIC - IGNORED'
                   END-IF
               WHEN 'RETAINEVAL'
                   IF PARM-VALUE (1:2) IS NUMERIC
                       MOVE PARM-VALUE (1:2) TO WS-PRG-KEEP-EVAL
                   ELSE
                       DISPLAY 'TA_RANKING: RETAINEVAL PARAMETER NOT '
                           'NUMERIC - IGNORED'
                   END-IF
               WHEN 'RECOVPCT'
                   IF PARM-VALUE (1:3) IS NUMERIC
                           AND PARM-VALUE (1:3) NOT > '100'
                       MOVE PARM-VALUE (1:3) TO WS-RECOV-PCT
                   ELSE
                       DISPLAY 'TA_RANKING: RECOVPCT PARAMETER NOT '
                           'A PERCENTAGE - IGNORED'
                   END-IF
               WHEN 'HOURSCAP'
                   IF PARM-VALUE (1:3) IS NUMERIC
                       MOVE PARM-VALUE (1:3) TO WS-HOURS-CAP
                   CONTINUE
           END-EVALUATE.

       1020-CHECK-TERM-OPEN SECTION.
       1020-CHECK-TERM-OPEN-PARA.
           PERFORM 1021-FIND-TERM-STATUS.
           IF TERM-IS-CLOSED
               DISPLAY 'TA_RANKING: TERM ' WS-TERM-NAME
                   ' IS CLOSED - RUN REJECTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1021-FIND-TERM-STATUS SECTION.
       1021-FIND-TERM-STATUS-PARA.
           MOVE 'N' TO WS-TERM-CLOSED-SW.
           MOVE 'N' TO WS-EOF-TERMCTL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERMCTL-STATUS = '00'
               PERFORM UNTIL END-OF-TERM-CONTROL
                   READ TERM-CONTROL
                       AT END
                           MOVE 'Y' TO WS-EOF-TERMCTL
                       NOT AT END
                           IF TC-TERM = WS-TERM-NAME
                                   AND TC-STATUS = 'C'
                               MOVE 'Y' TO WS-TERM-CLOSED-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CONTROL
           END-IF.

       1008-APPLY-SIM-SANDBOX SECTION.
       1008-APPLY-SIM-SANDBOX-PARA.
           MOVE WS-CURMATCH-PATH TO WS-OFFICIAL-CURMATCH-PATH.
           MOVE 'testcase/sim_match_current.txt' TO WS-CURMATCH-PATH.
           MOVE 'testcase/sim_stats.txt' TO WS-STATS-PATH.
           MOVE 'testcase/sim_eoj_control.txt' TO WS-EOJ-PATH.
           MOVE 'testcase/sim_obligations.txt' TO WS-OBLIGRPT-PATH.

       1010-READ-CHECKPOINT SECTION.
       1010-READ-CHECKPOINT-PARA.
       2460-STORE-EVALUATION SECTION.
       2460-STORE-EVALUATION-PARA.
           ADD 1 TO WS-EV-READ-COUNT.
           IF EV-CAND-ID NOT = 0
               IF WS-EV-COUNT >= WS-MAX-HIST
                   MOVE 'EVALUATIONS' TO WS-ERR-SOURCE
                   MOVE WS-EV-READ-COUNT TO WS-ERR-RECORD-NO
                   MOVE 'EV-CAND-ID' TO WS-ERR-FIELD
                   MOVE 'EVALUATION TABLE FULL - RECORD REJECTED'
                       TO WS-ERR-REASON
                   PERFORM 9900-WRITE-ERROR
               ELSE
                   ADD 1 TO WS-EV-COUNT
                   MOVE EV-TERM TO WS-EV-TERM (WS-EV-COUNT)
                   MOVE EV-CAND-ID TO WS-EV-CAND-ID (WS-EV-COUNT)
                   MOVE EV-INSTR-ID TO WS-EV-INSTR-ID (WS-EV-COUNT)
                   MOVE EV-RATING TO WS-EV-RATING (WS-EV-COUNT)
                   MOVE EV-DNR-FLAG TO WS-EV-DNR (WS-EV-COUNT)
               END-IF
           END-IF.

       2470-LOAD-FUNDING-COMMITMENTS SECTION.
       2470-LOAD-FUNDING-COMMITMENTS-PARA.
           PERFORM 2472-LOAD-TERM-DATES.
           OPEN INPUT FUNDING-COMMITMENTS.
           IF WS-FUNDING-STATUS = '00'
               PERFORM UNTIL END-OF-FUNDING
                   READ FUNDING-COMMITMENTS
                       AT END
                           MOVE 'Y' TO WS-EOF-FUNDING
                       NOT AT END
                           PERFORM 2475-STORE-COMMITMENT
                   END-READ
               END-PERFORM
               CLOSE FUNDING-COMMITMENTS
           END-IF.

       2472-LOAD-TERM-DATES SECTION.
       2472-LOAD-TERM-DATES-PARA.
           MOVE 0 TO WS-FND-TD-COUNT.
           MOVE 'N' TO WS-EOF-TERMCTL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERMCTL-STATUS = '00'
               PERFORM UNTIL END-OF-TERM-CONTROL
                   READ TERM-CONTROL
                       AT END
                           MOVE 'Y' TO WS-EOF-TERMCTL
                       NOT AT END
                           IF TC-TERM-START NOT = SPACES
                                   AND WS-FND-TD-COUNT < 200
                               ADD 1 TO WS-FND-TD-COUNT
                               MOVE TC-TERM
                                   TO WS-FND-TD-TERM (WS-FND-TD-COUNT)
                               MOVE TC-TERM-START
                                   TO WS-FND-TD-START (WS-FND-TD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CONTROL
           END-IF.

       2475-STORE-COMMITMENT SECTION.
       2475-STORE-COMMITMENT-PARA.
           ADD 1 TO WS-FND-READ-COUNT.
           IF FC-CAND-ID IS NOT NUMERIC
                   OR FC-TERMS-GUARANTEED IS NOT NUMERIC
                   OR FC-START-TERM = SPACES
               MOVE 'FUNDING' TO WS-ERR-SOURCE
               MOVE WS-FND-READ-COUNT TO WS-ERR-RECORD-NO
               MOVE 'FC-CAND-ID' TO WS-ERR-FIELD
               MOVE 'INVALID COMMITMENT - ROW IGNORED'
                   TO WS-ERR-REASON
               PERFORM 9900-WRITE-ERROR
           ELSE
               IF WS-FND-COUNT >= 1000
                   MOVE 'FUNDING' TO WS-ERR-SOURCE
                   MOVE WS-FND-READ-COUNT TO WS-ERR-RECORD-NO
                   MOVE 'FC-CAND-ID' TO WS-ERR-FIELD
                   MOVE 'FUNDING TABLE FULL - ROW IGNORED'
                       TO WS-ERR-REASON
                   PERFORM 9900-WRITE-ERROR
               ELSE
                   ADD 1 TO WS-FND-COUNT
                   MOVE WS-FND-COUNT TO WS-FND-IDX
                   MOVE FC-CAND-ID TO WS-FND-CAND-ID (WS-FND-IDX)
                   MOVE FC-SOURCE TO WS-FND-SOURCE (WS-FND-IDX)
                   MOVE FC-TERMS-GUARANTEED
                       TO WS-FND-GUARANTEED (WS-FND-IDX)
                   MOVE FC-START-TERM TO WS-FND-START-TERM (WS-FND-IDX)
                   MOVE FC-END-TERM TO WS-FND-END-TERM (WS-FND-IDX)
                   PERFORM 2477-COUNT-DELIVERED
                   MOVE 'N' TO WS-FND-DUE-NOW (WS-FND-IDX)
                   MOVE WS-TERM-NAME TO WS-FND-TEST-TERM
                   PERFORM 2476-CHECK-TERM-WINDOW
                   IF TERM-IN-GUARANTEE
                           AND WS-FND-DELIVERED (WS-FND-IDX)
                               < WS-FND-GUARANTEED (WS-FND-IDX)
                       MOVE 'Y' TO WS-FND-DUE-NOW (WS-FND-IDX)
                   END-IF
               END-IF
           END-IF.

       2476-CHECK-TERM-WINDOW SECTION.
       2476-CHECK-TERM-WINDOW-PARA.
           MOVE WS-FND-TEST-TERM TO WS-FND-LOOKUP-TERM.
           PERFORM 2478-FIND-TERM-START.
           MOVE WS-FND-LOOKUP-DATE TO WS-FND-TEST-KEY.
           MOVE WS-FND-START-TERM (WS-FND-IDX) TO WS-FND-LOOKUP-TERM.
           PERFORM 2478-FIND-TERM-START.
           MOVE WS-FND-LOOKUP-DATE TO WS-FND-START-KEY.
           IF WS-FND-END-TERM (WS-FND-IDX) = SPACES
               MOVE HIGH-VALUES TO WS-FND-END-KEY
           ELSE
               MOVE WS-FND-END-TERM (WS-FND-IDX) TO WS-FND-LOOKUP-TERM
               PERFORM 2478-FIND-TERM-START
               MOVE WS-FND-LOOKUP-DATE TO WS-FND-END-KEY
           END-IF.
           IF WS-FND-TEST-KEY = SPACES
                   OR WS-FND-START-KEY = SPACES
                   OR WS-FND-END-KEY = SPACES
               MOVE WS-FND-TEST-TERM TO WS-FND-TEST-KEY
               MOVE WS-FND-START-TERM (WS-FND-IDX) TO WS-FND-START-KEY
               IF WS-FND-END-TERM (WS-FND-IDX) = SPACES
                   MOVE HIGH-VALUES TO WS-FND-END-KEY
               ELSE
                   MOVE WS-FND-END-TERM (WS-FND-IDX) TO WS-FND-END-KEY
               END-IF
           END-IF.
           IF WS-FND-TEST-KEY < WS-FND-START-KEY
               MOVE 'B' TO WS-FND-WINDOW-SW
           ELSE
               IF WS-FND-TEST-KEY > WS-FND-END-KEY
                   MOVE 'A' TO WS-FND-WINDOW-SW
               ELSE
                   MOVE 'Y' TO WS-FND-WINDOW-SW
               END-IF
           END-IF.

       2477-COUNT-DELIVERED SECTION.
       2477-COUNT-DELIVERED-PARA.
           MOVE 0 TO WS-FND-DELIVERED (WS-FND-IDX).
           MOVE WS-FND-CAND-ID (WS-FND-IDX) TO WS-SEN-CAND-ID.
           PERFORM 3137-LOCATE-CAND-HISTORY.
           IF HIST-CAND-ON-FILE
               MOVE WS-HIST-FIRST TO WS-HIST-IDX
               PERFORM UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   IF WS-HIST-CAND-ID (WS-HIST-IDX)
                           NOT = WS-SEN-CAND-ID
                       EXIT PERFORM
                   END-IF
                   IF WS-HIST-TERM (WS-HIST-IDX) NOT = WS-TERM-NAME
                       PERFORM 2479-CHECK-TERM-COUNTED
                       IF NOT HIST-TERM-COUNTED
                           MOVE WS-HIST-TERM (WS-HIST-IDX)
                               TO WS-FND-TEST-TERM
                           PERFORM 2476-CHECK-TERM-WINDOW
                           IF TERM-IN-GUARANTEE
                                   AND WS-FND-DELIVERED (WS-FND-IDX)
                                       < 99
                               ADD 1 TO WS-FND-DELIVERED (WS-FND-IDX)
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-HIST-IDX
               END-PERFORM
           END-IF.

       2478-FIND-TERM-START SECTION.
       2478-FIND-TERM-START-PARA.
           MOVE SPACES TO WS-FND-LOOKUP-DATE.
           PERFORM VARYING WS-FND-TD-IDX FROM 1 BY 1
                   UNTIL WS-FND-TD-IDX > WS-FND-TD-COUNT
               IF WS-FND-TD-TERM (WS-FND-TD-IDX) = WS-FND-LOOKUP-TERM
                   MOVE WS-FND-TD-START (WS-FND-TD-IDX)
                       TO WS-FND-LOOKUP-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2479-CHECK-TERM-COUNTED SECTION.
       2479-CHECK-TERM-COUNTED-PARA.
           MOVE 'N' TO WS-FND-DUP-SW.
           MOVE WS-HIST-FIRST TO WS-FND-HIST-IDX.
           PERFORM UNTIL WS-FND-HIST-IDX NOT < WS-HIST-IDX
               IF WS-HIST-TERM (WS-FND-HIST-IDX)
                       = WS-HIST-TERM (WS-HIST-IDX)
                   MOVE 'Y' TO WS-FND-DUP-SW
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-FND-HIST-IDX
           END-PERFORM.

       2480-CHECK-GUARANTEE-OWED SECTION.
       2480-CHECK-GUARANTEE-OWED-PARA.
           MOVE 'N' TO WS-FND-OWED-SW.
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FND-COUNT
               IF WS-FND-CAND-ID (WS-FND-IDX) = WS-SEARCH-CAND-ID
                       AND FUNDING-DUE-THIS-TERM (WS-FND-IDX)
                   MOVE 'Y' TO WS-FND-OWED-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3170-LOCATE-CAND-EVALS SECTION.
       3170-LOCATE-CAND-EVALS-PARA.
           MOVE 'N' TO WS-EV-CAND-SW.

       3500-CLEARING-ROUND SECTION.
       3500-CLEARING-ROUND-PARA.
           MOVE 'G' TO WS-FND-CLEAR-PASS.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > WS-CAND-COUNT
               IF CAND-IS-VALID (CAND-IDX)
                       AND NOT CAND-IS-MATCHED (CAND-IDX)
                   PERFORM 3505-CLEAR-IN-PASS
               END-IF
           END-PERFORM.
           MOVE 'O' TO WS-FND-CLEAR-PASS.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > WS-CAND-COUNT
               IF CAND-IS-VALID (CAND-IDX)
                       AND NOT CAND-IS-MATCHED (CAND-IDX)
                   PERFORM 3505-CLEAR-IN-PASS
               END-IF
           END-PERFORM.

       3505-CLEAR-IN-PASS SECTION.
       3505-CLEAR-IN-PASS-PARA.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-SEARCH-CAND-ID.
           PERFORM 2480-CHECK-GUARANTEE-OWED.
           IF CLEARING-GUARANTEED-PASS
               IF GUARANTEE-IS-OWED
                   PERFORM 3510-CLEAR-ONE-CANDIDATE
               END-IF
           ELSE
               IF NOT GUARANTEE-IS-OWED
                   PERFORM 3510-CLEAR-ONE-CANDIDATE
               END-IF
           END-IF.

       3510-CLEAR-ONE-CANDIDATE SECTION.
       3510-CLEAR-ONE-CANDIDATE-PARA.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-LOOKUP-ID.
           WRITE SIS-UPLOAD-RECORD.
           ADD 1 TO WS-SIS-OUT-COUNT.

       4900-WRITE-OBLIGATIONS SECTION.
       4900-WRITE-OBLIGATIONS-PARA.
           OPEN OUTPUT OBLIGATIONS-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FUNDING-GUARANTEE OBLIGATIONS   TERM: ' WS-TERM-NAME
                   '  RUN DATE: ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CAND NAME                 SOURCE   GUAR '
                   'START      END        DELIV REMAIN STATUS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FND-COUNT
               PERFORM 4905-EVALUATE-OBLIGATION
               PERFORM 4910-WRITE-OBLIGATION-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GUARANTEED CANDIDATES UNPLACED THIS TERM'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FND-COUNT
               IF FUNDING-DUE-THIS-TERM (WS-FND-IDX)
                   PERFORM 4905-EVALUATE-OBLIGATION
                   IF WS-FND-STATUS NOT = 'PLACED'
                       PERFORM 4915-WRITE-UNPLACED-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FND-UNPLACED-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NONE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FND-COUNT TO WS-EDIT-4.
           MOVE WS-FND-ACTIVE-COUNT TO WS-EDIT-4B.
           MOVE WS-FND-PLACED-COUNT TO WS-EDIT-6.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COMMITMENTS: ' WS-EDIT-4
                   '   DUE THIS TERM: ' WS-EDIT-4B
                   '   PLACED: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FND-UNPLACED-COUNT TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNPLACED:    ' WS-EDIT-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FND-GUAR-TOTAL TO WS-EDIT-4.
           MOVE WS-FND-DELIV-TOTAL TO WS-EDIT-4B.
           MOVE WS-FND-REMAIN-TOTAL TO WS-EDIT-6.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TERMS GUARANTEED: ' WS-EDIT-4
                   '   DELIVERED: ' WS-EDIT-4B
                   '   REMAINING: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           CLOSE OBLIGATIONS-REPORT.
           IF WS-FND-UNPLACED-COUNT > 0
               MOVE 'Y' TO WS-FND-MISSED-SW
               DISPLAY 'TA_RANKING: GUARANTEED CANDIDATES UNPLACED='
                   WS-FND-UNPLACED-COUNT
           END-IF.

       4905-EVALUATE-OBLIGATION SECTION.
       4905-EVALUATE-OBLIGATION-PARA.
           MOVE WS-FND-DELIVERED (WS-FND-IDX) TO WS-FND-DELIV-NOW.
           MOVE WS-TERM-NAME TO WS-FND-TEST-TERM.
           PERFORM 2476-CHECK-TERM-WINDOW.
           MOVE WS-FND-CAND-ID (WS-FND-IDX) TO WS-SEARCH-CAND-ID.
           PERFORM 3165-FIND-CAND-BY-ID.
           IF TERM-IN-GUARANTEE
                   AND CAND-WAS-FOUND
                   AND CAND-IS-MATCHED (WS-TARGET-CAND-IDX)
                   AND WS-FND-DELIV-NOW < 99
               ADD 1 TO WS-FND-DELIV-NOW
           END-IF.
           IF WS-FND-DELIV-NOW < WS-FND-GUARANTEED (WS-FND-IDX)
               COMPUTE WS-FND-REMAINING =
                   WS-FND-GUARANTEED (WS-FND-IDX) - WS-FND-DELIV-NOW
           ELSE
               MOVE 0 TO WS-FND-REMAINING
           END-IF.
           IF FUNDING-DUE-THIS-TERM (WS-FND-IDX)
               IF NOT CAND-WAS-FOUND
                   MOVE 'NOT IN THIS RUN' TO WS-FND-STATUS
               ELSE
                   IF CAND-IS-MATCHED (WS-TARGET-CAND-IDX)
                       MOVE 'PLACED' TO WS-FND-STATUS
                   ELSE
                       MOVE 'UNPLACED' TO WS-FND-STATUS
                   END-IF
               END-IF
           ELSE
               IF TERM-BEFORE-GUARANTEE
                   MOVE 'NOT STARTED' TO WS-FND-STATUS
               ELSE
                   IF WS-FND-REMAINING > 0
                       MOVE 'LAPSED SHORT' TO WS-FND-STATUS
                   ELSE
                       MOVE 'FULFILLED' TO WS-FND-STATUS
                   END-IF
               END-IF
           END-IF.

       4910-WRITE-OBLIGATION-LINE SECTION.
       4910-WRITE-OBLIGATION-LINE-PARA.
           MOVE WS-FND-CAND-ID (WS-FND-IDX) TO WS-LOOKUP-ID.
           PERFORM 2070-FIND-CAND-ROSTER.
           MOVE WS-FND-GUARANTEED (WS-FND-IDX) TO WS-FND-EDIT-GUAR.
           MOVE WS-FND-DELIV-NOW TO WS-FND-EDIT-DELIV.
           MOVE WS-FND-REMAINING TO WS-FND-EDIT-REMAIN.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-FND-CAND-ID (WS-FND-IDX) ' ' WS-LOOKUP-CAND-NAME
                   ' ' WS-FND-SOURCE (WS-FND-IDX)
                   '  ' WS-FND-EDIT-GUAR
                   ' ' WS-FND-START-TERM (WS-FND-IDX)
                   ' ' WS-FND-END-TERM (WS-FND-IDX)
                   '    ' WS-FND-EDIT-DELIV
                   '     ' WS-FND-EDIT-REMAIN
                   ' ' WS-FND-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.
           ADD WS-FND-GUARANTEED (WS-FND-IDX) TO WS-FND-GUAR-TOTAL.
           ADD WS-FND-DELIV-NOW TO WS-FND-DELIV-TOTAL.
           ADD WS-FND-REMAINING TO WS-FND-REMAIN-TOTAL.
           IF FUNDING-DUE-THIS-TERM (WS-FND-IDX)
               ADD 1 TO WS-FND-ACTIVE-COUNT
               IF WS-FND-STATUS = 'PLACED'
                   ADD 1 TO WS-FND-PLACED-COUNT
               ELSE
                   ADD 1 TO WS-FND-UNPLACED-COUNT
               END-IF
           END-IF.

       4915-WRITE-UNPLACED-LINE SECTION.
       4915-WRITE-UNPLACED-LINE-PARA.
           MOVE WS-FND-CAND-ID (WS-FND-IDX) TO WS-LOOKUP-ID.
           PERFORM 2070-FIND-CAND-ROSTER.
           MOVE WS-FND-REMAINING TO WS-FND-EDIT-REMAIN.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-FND-CAND-ID (WS-FND-IDX)
                   ' ' WS-LOOKUP-CAND-NAME
                   ' ' WS-FND-SOURCE (WS-FND-IDX)
                   '  TERMS STILL OWED ' WS-FND-EDIT-REMAIN
                   '  ' WS-FND-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE OBLIGATIONS-RECORD FROM WS-REPORT-LINE.

       5000-RECONCILE SECTION.
       5000-RECONCILE-PARA.
           OPEN OUTPUT RECONCILE-REPORT.
           STRING 'TERM-OVER-TERM MATCH RECONCILIATION REPORT'
               DELIMITED BY SIZE INTO WS-RECONCILE-LINE.
           WRITE RECONCILE-RECORD FROM WS-RECONCILE-LINE.
           IF WS-RECON-GENREF NOT = SPACES
               PERFORM 5005-USE-NAMED-GENERATION
           END-IF.
           PERFORM 5010-LOAD-PRIOR-MATCH.
           OPEN INPUT CURRENT-MATCH.
           MOVE 'N' TO WS-EOF-CURMATCH.
           END-IF.
           CLOSE RECONCILE-REPORT.

       5005-USE-NAMED-GENERATION SECTION.
       5005-USE-NAMED-GENERATION-PARA.
           MOVE WS-RECON-GENREF TO WS-GEN-REF.
           PERFORM 7820-RESOLVE-GENERATION.
           MOVE SPACES TO WS-RECONCILE-LINE.
           IF GEN-WAS-FOUND
               MOVE WS-CURMATCH-PATH TO WS-ARC-SRC-PATH
               PERFORM 7334-BUILD-ARCHIVE-NAME
               MOVE WS-ARC-DST-PATH TO WS-PRIORMATCH-PATH
               STRING 'COMPARED AGAINST GENERATION ' WS-ARC-PREFIX
                       ' INSTEAD OF THE PRIOR-TERM MATCH'
                   DELIMITED BY SIZE INTO WS-RECONCILE-LINE
           ELSE
               STRING 'GENERATION ' WS-RECON-GENREF
                       ' NOT ON CATALOG - PRIOR-TERM MATCH USED'
                   DELIMITED BY SIZE INTO WS-RECONCILE-LINE
           END-IF.
           WRITE RECONCILE-RECORD FROM WS-RECONCILE-LINE.

       5010-LOAD-PRIOR-MATCH SECTION.
       5010-LOAD-PRIOR-MATCH-PARA.
           MOVE 'N' TO WS-PRIOR-AVAILABLE.
           PERFORM 2050-LOAD-ROSTERS.
           PERFORM 2400-LOAD-HISTORY.
           PERFORM 2450-LOAD-EVALUATIONS.
           IF WS-CMD-ARG (11:1) = ','
               MOVE WS-CMD-ARG (12:20) TO WS-GEN-REF
               PERFORM 7820-RESOLVE-GENERATION
               IF GEN-WAS-FOUND
                   PERFORM 7830-QUERY-GENERATION
               END-IF
           ELSE
               PERFORM 6005-QUERY-PLACEMENT-INDEX
           END-IF.
           IF WS-CMD-ARG (1:6) = 'QUERY='
               PERFORM 6030-QUERY-HISTORY
           END-IF.

       6005-QUERY-PLACEMENT-INDEX SECTION.
       6005-QUERY-PLACEMENT-INDEX-PARA.
           OPEN INPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS = '00'
               IF WS-CMD-ARG (1:6) = 'QUERY='
               DISPLAY 'TA_RANKING: NO PLACEMENT INDEX ON FILE - '
                   'RUN A MATCHING PASS FIRST'
           END-IF.

       6010-QUERY-BY-CANDIDATE SECTION.
       6010-QUERY-BY-CANDIDATE-PARA.
               MOVE TX-EFF-DATE TO TH-EFF-DATE
               MOVE WS-INSTR-DEPT (INSTR-IDX) TO TH-DEPT
               MOVE SPACES TO TH-DEPT-2
               MOVE WS-ADD-SECTION-NO TO TH-SECTION-NO
               PERFORM 6592-RECORD-TXN-HISTORY
           ELSE
               PERFORM 6590-AUDIT-TRANSACTION
               MOVE TX-EFF-DATE TO TH-EFF-DATE
               MOVE WS-DROP-DEPT TO TH-DEPT
               MOVE SPACES TO TH-DEPT-2
               MOVE 0 TO TH-SECTION-NO
               PERFORM 6592-RECORD-TXN-HISTORY
           ELSE
               PERFORM 6590-AUDIT-TRANSACTION
               MOVE TX-EFF-DATE TO TH-EFF-DATE
               MOVE WS-SWAP-DEPT-A TO TH-DEPT
               MOVE WS-SWAP-DEPT-B TO TH-DEPT-2
               MOVE 0 TO TH-SECTION-NO
               PERFORM 6592-RECORD-TXN-HISTORY
           ELSE
               PERFORM 6590-AUDIT-TRANSACTION
               MOVE WS-CMD-ARG (8:93) TO WS-TIMESHEET-PATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           PERFORM 4210-LOAD-RATE-TABLE.
           OPEN INPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS NOT = '00'
               DISPLAY 'TA_RANKING: NO PLACEMENT INDEX ON FILE - '
                   'RUN A MATCHING PASS FIRST'
           ELSE
               PERFORM 2050-LOAD-ROSTERS
               PERFORM 7600-LOAD-RECOVERY-LEDGER
               PERFORM 7610-OPEN-RECOVERY-LEDGER
               MOVE 'N' TO WS-EOF-TSHIST
               PERFORM 7310-LOAD-TSHEET-HISTORY
               OPEN OUTPUT MONTHLY-PAYROLL
               OPEN OUTPUT TSHEET-EXCEPTIONS
               OPEN EXTEND TSHEET-HISTORY
               IF WS-TSHIST-STATUS NOT = '00'
                   OPEN OUTPUT TSHEET-HISTORY
               END-IF
               IF WS-TSHIST-STATUS = '00'
                   MOVE 'Y' TO WS-TSHIST-OPEN
               END-IF
               OPEN INPUT TIMESHEET-FILE
               IF WS-TSHEET-STATUS = '00'
                   PERFORM UNTIL END-OF-TIMESHEETS
               MOVE 'T' TO MP-TRL-TYPE
               MOVE WS-MPAY-COUNT TO MP-TRL-COUNT
               MOVE WS-MPAY-TOTAL TO MP-TRL-TOTAL
               MOVE WS-RCV-OFFSET-COUNT TO MP-TRL-OFF-COUNT
               MOVE WS-RCV-OFFSET-TOTAL TO MP-TRL-OFF-TOTAL
               WRITE MONTHLY-TRAILER-RECORD
               CLOSE MONTHLY-PAYROLL
               CLOSE TSHEET-EXCEPTIONS
               IF TSHIST-IS-OPEN
                   CLOSE TSHEET-HISTORY
               END-IF
               IF RCVLEDG-IS-OPEN
                   CLOSE RECOVERY-LEDGER
               END-IF
               CLOSE PLACEMENT-INDEX
               PERFORM 7650-WRITE-RECOVERY-REPORT
               DISPLAY 'TA_RANKING: TIMESHEETS COMPLETE - '
                   'PAID=' WS-MPAY-COUNT
                   ' EXCEPTIONS=' WS-TS-EXCEPT-COUNT
                   ' RECOVERY OFFSETS=' WS-RCV-OFFSET-COUNT
           END-IF.

       6810-PROCESS-TIMESHEET SECTION.
           MOVE WS-RATE-ACCT (WS-RATE-IDX) TO MP-ACCT-CODE.
           ADD 1 TO WS-MPAY-COUNT.
           ADD MP-AMOUNT TO WS-MPAY-TOTAL.
           MOVE MP-AMOUNT TO WS-RCV-CLAIMED.
           WRITE MONTHLY-DETAIL-RECORD.
           IF WS-TS-SEEN-COUNT < WS-MAX-CAND
               ADD 1 TO WS-TS-SEEN-COUNT
                   TO WS-TS-SEEN-INSTR (WS-TS-SEEN-COUNT)
               MOVE TS-MONTH TO WS-TS-SEEN-MONTH (WS-TS-SEEN-COUNT)
           END-IF.
           MOVE TS-CAND-ID TO WS-TSH-TEST-CAND.
           MOVE TS-MONTH TO WS-TSH-TEST-MONTH.
           MOVE TS-INSTR-ID TO WS-TSH-TEST-INSTR.
           PERFORM 7326-FIND-MONTH-CLAIM.
           IF TSHIST-IS-OPEN AND NOT MONTH-WAS-CLAIMED
               MOVE TS-CAND-ID TO TSH-CAND-ID
               MOVE TS-INSTR-ID TO TSH-INSTR-ID
               MOVE TS-MONTH TO TSH-MONTH
               MOVE TS-HOURS TO TSH-HOURS
               MOVE PI-DEPT TO TSH-DEPT
               WRITE TSHEET-HISTORY-RECORD
           END-IF.
           PERFORM 7630-OFFSET-RECOVERY.

       6890-WRITE-TS-EXCEPTION SECTION.
       6890-WRITE-TS-EXCEPTION-PARA.
           PERFORM 4210-LOAD-RATE-TABLE.
           PERFORM 6910-COMPUTE-TERM-SPAN.
           PERFORM 6920-LOAD-EXTRACTED-PAY.
           PERFORM 7600-LOAD-RECOVERY-LEDGER.
           PERFORM 7610-OPEN-RECOVERY-LEDGER.
           OPEN OUTPUT ADJUSTMENT-EXTRACT.
           OPEN INPUT TXN-HISTORY.
           IF WS-TXNHIST-STATUS = '00'
           MOVE WS-ADJ-TOTAL TO AJ-TRL-TOTAL.
           WRITE ADJUSTMENT-TRAILER-RECORD.
           CLOSE ADJUSTMENT-EXTRACT.
           IF RCVLEDG-IS-OPEN
               CLOSE RECOVERY-LEDGER
           END-IF.
           DISPLAY 'TA_RANKING: ADJUSTMENTS COMPLETE - '
               'RECORDS=' WS-ADJ-COUNT
               ' RECOVERIES LEDGERED=' WS-RCV-RAISED-COUNT.

       6910-COMPUTE-TERM-SPAN SECTION.
       6910-COMPUTE-TERM-SPAN-PARA.
               MOVE WS-XP-STIPEND (WS-XP-IDX) TO WS-ADJ-BASE
               MOVE 'R' TO WS-ADJ-TYPE
               PERFORM 6970-EMIT-ADJ-RECORD
               PERFORM 6955-LEDGER-DROP-RECOVERY
               PERFORM 6952-RECORD-DROPPED-PAIR
           ELSE
               PERFORM 6943-FIND-EMITTED-ADD
                   MOVE WS-EA-BASE (WS-EA-IDX) TO WS-ADJ-BASE
                   MOVE 'R' TO WS-ADJ-TYPE
                   PERFORM 6970-EMIT-ADJ-RECORD
                   PERFORM 6955-LEDGER-DROP-RECOVERY
               END-IF
           END-IF.

       6955-LEDGER-DROP-RECOVERY SECTION.
       6955-LEDGER-DROP-RECOVERY-PARA.
           MOVE WS-ADJ-CAND TO WS-RCV-CAND.
           MOVE WS-ADJ-INSTR TO WS-RCV-INSTR.
           MOVE WS-ADJ-DEPT TO WS-RCV-DEPT.
           MOVE WS-ADJ-LAST-AMT TO WS-RCV-AMOUNT.
           PERFORM 7620-RAISE-RECOVERY.

       6952-RECORD-DROPPED-PAIR SECTION.
       6952-RECORD-DROPPED-PAIR-PARA.
           PERFORM 6945-FIND-DROPPED-PAIR.
           END-IF.
           MOVE 'R' TO WS-ADJ-TYPE.
           PERFORM 6970-EMIT-ADJ-RECORD.
           MOVE WS-ADJ-LAST-AMT TO WS-RCV-SWAP-R.
           MOVE TH-INSTR-ID-2 TO WS-ADJ-INSTR.
           MOVE TH-DEPT-2 TO WS-ADJ-DEPT.
           PERFORM 6965-BASE-FROM-RATE.
           MOVE 'A' TO WS-ADJ-TYPE.
           PERFORM 6970-EMIT-ADJ-RECORD.
           MOVE TH-INSTR-ID TO WS-RCV-INSTR.
           MOVE TH-DEPT TO WS-RCV-DEPT.
           PERFORM 6967-LEDGER-SWAP-RECOVERY.
           MOVE TH-CAND-ID-2 TO WS-ADJ-CAND.
           MOVE TH-INSTR-ID-2 TO WS-ADJ-INSTR.
           PERFORM 6937-FIND-XP-PAIR.
           END-IF.
           MOVE 'R' TO WS-ADJ-TYPE.
           PERFORM 6970-EMIT-ADJ-RECORD.
           MOVE WS-ADJ-LAST-AMT TO WS-RCV-SWAP-R.
           MOVE TH-INSTR-ID TO WS-ADJ-INSTR.
           MOVE TH-DEPT TO WS-ADJ-DEPT.
           PERFORM 6965-BASE-FROM-RATE.
           MOVE 'A' TO WS-ADJ-TYPE.
           PERFORM 6970-EMIT-ADJ-RECORD.
           MOVE TH-INSTR-ID-2 TO WS-RCV-INSTR.
           MOVE TH-DEPT-2 TO WS-RCV-DEPT.
           PERFORM 6967-LEDGER-SWAP-RECOVERY.

       6967-LEDGER-SWAP-RECOVERY SECTION.
       6967-LEDGER-SWAP-RECOVERY-PARA.
           MOVE WS-ADJ-CAND TO WS-RCV-CAND.
           MOVE 0 TO WS-RCV-AMOUNT.
           IF WS-RCV-SWAP-R > WS-ADJ-LAST-AMT
               COMPUTE WS-RCV-AMOUNT = WS-RCV-SWAP-R - WS-ADJ-LAST-AMT
           END-IF.
           PERFORM 7620-RAISE-RECOVERY.

       6965-BASE-FROM-RATE SECTION.
       6965-BASE-FROM-RATE-PARA.

       6970-EMIT-ADJ-RECORD SECTION.
       6970-EMIT-ADJ-RECORD-PARA.
           MOVE 0 TO WS-ADJ-LAST-AMT.
           IF WS-ADJ-REMAIN-DAYS > 0 AND WS-ADJ-BASE > 0
               MOVE WS-ADJ-TYPE TO AJ-REC-TYPE
               MOVE WS-ADJ-CAND TO AJ-CAND-ID
               ADD 1 TO WS-ADJ-COUNT
               ADD AJ-STIPEND TO WS-ADJ-TOTAL
               WRITE ADJUSTMENT-DETAIL-RECORD
               MOVE AJ-STIPEND TO WS-ADJ-LAST-AMT
               IF WS-ADJ-TYPE = 'A'
                   PERFORM 6972-RECORD-EMITTED-ADD
               END-IF
       7100-SIS-ACK-MODE SECTION.
       7100-SIS-ACK-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           MOVE SPACES TO WS-GEN-ARG-PATH.
           MOVE SPACES TO WS-GEN-REF.
           UNSTRING WS-CMD-ARG (8:93) DELIMITED BY ','
               INTO WS-GEN-ARG-PATH WS-GEN-REF
           END-UNSTRING.
           IF WS-GEN-ARG-PATH NOT = SPACES
               MOVE WS-GEN-ARG-PATH TO WS-SISACK-PATH
           END-IF.
           MOVE 'Y' TO WS-GEN-FOUND-SW.
           IF WS-GEN-REF NOT = SPACES
               PERFORM 7820-RESOLVE-GENERATION
               IF GEN-WAS-FOUND
                   MOVE WS-SISUP-PATH TO WS-ARC-SRC-PATH
                   PERFORM 7334-BUILD-ARCHIVE-NAME
                   MOVE WS-ARC-DST-PATH TO WS-SISUP-PATH
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           IF GEN-WAS-FOUND
               PERFORM 7105-RECONCILE-SIS-ACK
           END-IF.
           IF WS-SIS-PROBLEM-COUNT > 0 OR NOT GEN-WAS-FOUND
               MOVE 8 TO WS-RETURN-SEVERITY
           END-IF.
           DISPLAY 'TA_RANKING: SIS RECONCILIATION COMPLETE - '
               'MATCHED=' WS-SIS-ACCEPT-COUNT
               ' DISCREPANCIES=' WS-SIS-PROBLEM-COUNT.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7105-RECONCILE-SIS-ACK SECTION.
       7105-RECONCILE-SIS-ACK-PARA.
           PERFORM 7110-LOAD-SIS-SENT.
           OPEN OUTPUT SIS-RECON.
           MOVE SPACES TO WS-REPORT-LINE.
           CLOSE SIS-RECON.
           IF PLACEIDX-IS-OPEN
               CLOSE PLACEMENT-INDEX
               MOVE 'N' TO WS-PLACEIDX-OPEN
           END-IF.

       7110-LOAD-SIS-SENT SECTION.
       7110-LOAD-SIS-SENT-PARA.
               END-IF
           END-PERFORM.

       7200-STABILITY-MODE SECTION.
       7200-STABILITY-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           IF WS-CMD-ARG (8:93) NOT = SPACES
               MOVE WS-CMD-ARG (8:93) TO WS-PLACEIDX-PATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           PERFORM 6510-LOAD-INSTRUCTOR-MASTER.
           PERFORM 6710-LOAD-CANDIDATE-MASTER.
           PERFORM 2600-BUILD-SEARCH-INDEXES.
           PERFORM 2050-LOAD-ROSTERS.
           PERFORM 2300-LOAD-SECTIONS.
           PERFORM 2350-LOAD-EXCLUSIONS.
           PERFORM 2500-LOAD-QUALIFICATIONS.
           PERFORM 2200-LOAD-AVAILABILITY.
           PERFORM 2450-LOAD-EVALUATIONS.
           PERFORM 4210-LOAD-RATE-TABLE.
           PERFORM 3185-LOAD-OUTSIDE-HOURS.
           OPEN INPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS NOT = '00'
               DISPLAY 'TA_RANKING: NO PLACEMENT INDEX ON FILE - '
                   'RUN A MATCHING PASS FIRST'
               MOVE 8 TO WS-RETURN-SEVERITY
           ELSE
               MOVE 'Y' TO WS-PLACEIDX-OPEN
               PERFORM 7210-LOAD-LIVE-PLACEMENTS
               CLOSE PLACEMENT-INDEX
               PERFORM 7220-LOAD-LATE-CHANGES
               OPEN OUTPUT STABILITY-REPORT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TA PLACEMENT STABILITY CHECK   TERM: '
                       WS-TERM-NAME '  RUN DATE: ' WS-REPORT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE STABILITY-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BLOCKING PAIRS IN THE LIVE PLACEMENT INDEX '
                       '(RANK 99 = NOT ON THAT LIST)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE STABILITY-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING CAND-IDX FROM 1 BY 1
                       UNTIL CAND-IDX > WS-CAND-COUNT
                   PERFORM 7230-CHECK-ONE-CANDIDATE
               END-PERFORM
               IF WS-STB-PAIR-COUNT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'NO BLOCKING PAIRS - LIVE PLACEMENTS ARE '
                           'STABLE'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE STABILITY-RECORD FROM WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-STB-PLACED-COUNT TO WS-EDIT-4
               STRING '   PLACEMENTS ON INDEX: ' WS-EDIT-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE STABILITY-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-STB-CHECKED-COUNT TO WS-EDIT-4
               STRING '   CANDIDATES CHECKED: ' WS-EDIT-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE STABILITY-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-STB-PAIR-COUNT TO WS-EDIT-4
               STRING '   BLOCKING PAIRS: ' WS-EDIT-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE STABILITY-RECORD FROM WS-REPORT-LINE
               CLOSE STABILITY-REPORT
               IF WS-STB-PAIR-COUNT > 0
                   MOVE 4 TO WS-RETURN-SEVERITY
               END-IF
               DISPLAY 'TA_RANKING: STABILITY CHECK COMPLETE - '
                   'CHECKED=' WS-STB-CHECKED-COUNT
                   ' BLOCKING=' WS-STB-PAIR-COUNT
           END-IF.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7210-LOAD-LIVE-PLACEMENTS SECTION.
       7210-LOAD-LIVE-PLACEMENTS-PARA.
           MOVE 'N' TO WS-EOF-STBSCAN.
           MOVE 0 TO PI-CAND-ID.
           START PLACEMENT-INDEX KEY IS >= PI-CAND-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-STBSCAN
           END-START.
           PERFORM UNTIL END-OF-STABLE-SCAN
               READ PLACEMENT-INDEX NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-STBSCAN
                   NOT AT END
                       PERFORM 7215-APPLY-LIVE-PLACEMENT
               END-READ
           END-PERFORM.

       7215-APPLY-LIVE-PLACEMENT SECTION.
       7215-APPLY-LIVE-PLACEMENT-PARA.
           ADD 1 TO WS-STB-PLACED-COUNT.
           MOVE PI-CAND-ID TO WS-SEARCH-CAND-ID.
           PERFORM 3165-FIND-CAND-BY-ID.
           IF CAND-WAS-FOUND
               SET CAND-IDX TO WS-TARGET-CAND-IDX
               MOVE 'Y' TO WS-CAND-MATCHED (CAND-IDX)
               MOVE PI-INSTR-ID TO WS-CAND-MATCHED-INSTR (CAND-IDX)
               MOVE PI-SECTION-NO TO WS-CAND-MATCH-SECTION (CAND-IDX)
               MOVE 99 TO WS-CAND-MATCH-RANK (CAND-IDX)
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CAND-PREF-COUNT (CAND-IDX)
                   IF WS-CAND-PREF (CAND-IDX, WS-SUB) = PI-INSTR-ID
                       MOVE WS-SUB TO WS-CAND-MATCH-RANK (CAND-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE PI-INSTR-ID TO WS-PROPOSE-TO-ID.
           PERFORM 3110-FIND-INSTR-BY-ID.
           IF INSTR-WAS-FOUND
               SET INSTR-IDX TO WS-TARGET-INSTR-IDX
               IF WS-INSTR-FILLED (INSTR-IDX) < WS-MAX-PREF
                   ADD 1 TO WS-INSTR-FILLED (INSTR-IDX)
                   MOVE WS-INSTR-FILLED (INSTR-IDX) TO WS-STB-SLOT
                   MOVE PI-CAND-ID
                       TO WS-SLOT-CAND-ID (INSTR-IDX, WS-STB-SLOT)
                   MOVE 99 TO WS-SLOT-CAND-RANK (INSTR-IDX, WS-STB-SLOT)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB
                               > WS-INSTR-PREF-COUNT (INSTR-IDX)
                       IF WS-INSTR-PREF (INSTR-IDX, WS-SUB)
                               = PI-CAND-ID
                           MOVE WS-SUB TO WS-SLOT-CAND-RANK
                               (INSTR-IDX, WS-STB-SLOT)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-SLOT-CLEARING (INSTR-IDX, WS-STB-SLOT)
                   MOVE PI-SECTION-NO
                       TO WS-SLOT-SECTION-NO (INSTR-IDX, WS-STB-SLOT)
                   MOVE 0 TO WS-SLOT-SECTION-IX (INSTR-IDX, WS-STB-SLOT)
                   PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                           UNTIL WS-SECT-IDX
                               > WS-INSTR-SECT-COUNT (INSTR-IDX)
                       IF WS-SECT-NO (INSTR-IDX, WS-SECT-IDX)
                               = PI-SECTION-NO
                           MOVE WS-SECT-IDX TO WS-SLOT-SECTION-IX
                               (INSTR-IDX, WS-STB-SLOT)
                           ADD 1 TO WS-SECT-FILLED
                               (INSTR-IDX, WS-SECT-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       7220-LOAD-LATE-CHANGES SECTION.
       7220-LOAD-LATE-CHANGES-PARA.
           PERFORM 7221-FIND-TXN-LOW-DATE.
           OPEN INPUT TXN-HISTORY.
           IF WS-TXNHIST-STATUS = '00'
               PERFORM UNTIL END-OF-TXN-HISTORY
                   READ TXN-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF-TXNHIST
                       NOT AT END
                           PERFORM 7222-STORE-TXN-CHANGE
                   END-READ
               END-PERFORM
               CLOSE TXN-HISTORY
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL END-OF-AUDIT-FILE
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-AUDIT
                       NOT AT END
                           PERFORM 7224-STORE-AUDIT-CHANGE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       7221-FIND-TXN-LOW-DATE SECTION.
       7221-FIND-TXN-LOW-DATE-PARA.
           MOVE SPACES TO WS-TXN-LOW-DATE.
           MOVE 'N' TO WS-EOF-TERMCTL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERMCTL-STATUS = '00'
               PERFORM UNTIL END-OF-TERM-CONTROL
                   READ TERM-CONTROL
                       AT END
                           MOVE 'Y' TO WS-EOF-TERMCTL
                       NOT AT END
                           IF TC-STATUS = 'C'
                                   AND TC-TERM NOT = WS-TERM-NAME
                                   AND TC-CLOSE-DATE > WS-TXN-LOW-DATE
                               MOVE TC-CLOSE-DATE TO WS-TXN-LOW-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CONTROL
           END-IF.

       7222-STORE-TXN-CHANGE SECTION.
       7222-STORE-TXN-CHANGE-PARA.
           IF TH-EFF-DATE NOT < WS-TXN-LOW-DATE
                   AND TH-EFF-DATE NOT > WS-TERM-END-PARM
               MOVE TH-EFF-DATE TO WS-CHG-NEW-DATE
               EVALUATE TH-ACTION
                   WHEN 'ADD '
                       MOVE TH-CAND-ID TO WS-CHG-NEW-CAND
                       MOVE TH-INSTR-ID TO WS-CHG-NEW-INSTR
                       MOVE 'MAINT-ADD' TO WS-CHG-NEW-CODE
                       PERFORM 7226-ADD-CHANGE-ENTRY
                   WHEN 'DROP'
                       MOVE TH-CAND-ID TO WS-CHG-NEW-CAND
                       MOVE TH-INSTR-ID TO WS-CHG-NEW-INSTR
                       MOVE 'MAINT-DROP' TO WS-CHG-NEW-CODE
                       PERFORM 7226-ADD-CHANGE-ENTRY
                   WHEN 'SWAP'
                       MOVE 'MAINT-SWAP' TO WS-CHG-NEW-CODE
                       MOVE TH-CAND-ID TO WS-CHG-NEW-CAND
                       MOVE TH-INSTR-ID-2 TO WS-CHG-NEW-INSTR
                       PERFORM 7226-ADD-CHANGE-ENTRY
                       MOVE TH-CAND-ID-2 TO WS-CHG-NEW-CAND
                       MOVE TH-INSTR-ID TO WS-CHG-NEW-INSTR
                       PERFORM 7226-ADD-CHANGE-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       7224-STORE-AUDIT-CHANGE SECTION.
       7224-STORE-AUDIT-CHANGE-PARA.
           MOVE AUDIT-RECORD TO WS-AUDIT-LINE.
           MOVE SPACES TO WS-CHG-NEW-CODE.
           EVALUATE WS-AUD-DECISION
               WHEN 'CLEARING-ASSIGNED'
                   MOVE 'CLEARING' TO WS-CHG-NEW-CODE
               WHEN 'OFFER-DECLINED'
                   MOVE 'DECLINE' TO WS-CHG-NEW-CODE
               WHEN 'REOFFERED'
                   MOVE 'REOFFER' TO WS-CHG-NEW-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CHG-NEW-CODE NOT = SPACES
                   AND WS-AUD-CAND-ID IS NUMERIC
                   AND WS-AUD-INSTR-ID IS NUMERIC
               MOVE WS-AUD-CAND-ID TO WS-CHG-NEW-CAND
               MOVE WS-AUD-INSTR-ID TO WS-CHG-NEW-INSTR
               MOVE WS-AUD-TIMESTAMP (1:8) TO WS-CHG-NEW-DATE
               PERFORM 7226-ADD-CHANGE-ENTRY
           END-IF.

       7226-ADD-CHANGE-ENTRY SECTION.
       7226-ADD-CHANGE-ENTRY-PARA.
           IF WS-CHG-COUNT < WS-MAX-CAND
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-NEW-CAND TO WS-CHG-CAND-ID (WS-CHG-COUNT)
               MOVE WS-CHG-NEW-INSTR TO WS-CHG-INSTR-ID (WS-CHG-COUNT)
               MOVE WS-CHG-NEW-CODE TO WS-CHG-CODE (WS-CHG-COUNT)
               MOVE WS-CHG-NEW-DATE TO WS-CHG-DATE (WS-CHG-COUNT)
           END-IF.

       7230-CHECK-ONE-CANDIDATE SECTION.
       7230-CHECK-ONE-CANDIDATE-PARA.
           PERFORM 7232-SCREEN-CANDIDATE.
           IF STB-CAND-ELIGIBLE
               ADD 1 TO WS-STB-CHECKED-COUNT
               IF CAND-IS-MATCHED (CAND-IDX)
                   MOVE WS-CAND-MATCH-RANK (CAND-IDX)
                       TO WS-STB-CUR-RANK
               ELSE
                   MOVE 99 TO WS-STB-CUR-RANK
               END-IF
               PERFORM VARYING WS-STB-PREF-IDX FROM 1 BY 1
                       UNTIL WS-STB-PREF-IDX
                               > WS-CAND-PREF-COUNT (CAND-IDX)
                           OR WS-STB-PREF-IDX NOT < WS-STB-CUR-RANK
                   PERFORM 7235-TEST-ONE-PAIR
               END-PERFORM
           END-IF.

       7232-SCREEN-CANDIDATE SECTION.
       7232-SCREEN-CANDIDATE-PARA.
           MOVE 'Y' TO WS-STB-CAND-OK-SW.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-LOOKUP-ID.
           PERFORM 2070-FIND-CAND-ROSTER.
           IF ROSTER-WAS-FOUND AND NOT LOOKUP-CAND-ENROLLED
               MOVE 'N' TO WS-STB-CAND-OK-SW
           END-IF.
           IF STB-CAND-ELIGIBLE AND QUALS-ON-FILE
               MOVE WS-CAND-ID (CAND-IDX) TO WS-QUAL-TEST-CAND
               PERFORM 2530-COUNT-QUALIFYING-ROWS
               IF WS-QUAL-GOOD-COUNT = 0
                   MOVE 'N' TO WS-STB-CAND-OK-SW
               END-IF
           END-IF.

       7235-TEST-ONE-PAIR SECTION.
       7235-TEST-ONE-PAIR-PARA.
           MOVE 'N' TO WS-STB-BLOCK-SW.
           MOVE WS-CAND-PREF (CAND-IDX, WS-STB-PREF-IDX)
               TO WS-PROPOSE-TO-ID.
           PERFORM 3110-FIND-INSTR-BY-ID.
           IF INSTR-WAS-FOUND
               PERFORM 3120-FIND-RANK-OF-CANDIDATE
               IF RANK-WAS-FOUND
                   MOVE WS-FOUND-RANK TO WS-STB-INSTR-RANK
                   PERFORM 3125-CHECK-AVAILABILITY
                   IF SLOT-WAS-FOUND
                       PERFORM 7236-CHECK-INSTR-SIDE
                   END-IF
               END-IF
           END-IF.
           IF PAIR-IS-BLOCKING
               PERFORM 7237-CHECK-PAIR-GATES
           END-IF.
           IF PAIR-IS-BLOCKING
               PERFORM 7240-REPORT-BLOCKING-PAIR
           END-IF.

       7236-CHECK-INSTR-SIDE SECTION.
       7236-CHECK-INSTR-SIDE-PARA.
           SET INSTR-IDX TO WS-TARGET-INSTR-IDX.
           MOVE 'N' TO WS-STB-OPEN-SW.
           MOVE 0 TO WS-STB-HELD-RANK.
           IF WS-INSTR-SECT-COUNT (INSTR-IDX) > 0
               IF WS-PICK-SECTION > 0
                   MOVE 'Y' TO WS-STB-OPEN-SW
               ELSE
                   PERFORM 3141-FIND-WORST-COMPAT-SLOT
                   MOVE WS-WORST-RANK TO WS-STB-HELD-RANK
               END-IF
           ELSE
               IF WS-INSTR-FILLED (INSTR-IDX)
                       < WS-INSTR-QUOTA (INSTR-IDX)
                   MOVE 'Y' TO WS-STB-OPEN-SW
               ELSE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-INSTR-FILLED (INSTR-IDX)
                       IF WS-SLOT-CAND-RANK (INSTR-IDX, WS-SUB)
                               > WS-STB-HELD-RANK
                           MOVE WS-SLOT-CAND-RANK (INSTR-IDX, WS-SUB)
                               TO WS-STB-HELD-RANK
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF STB-SLOT-IS-OPEN
                   OR WS-STB-INSTR-RANK < WS-STB-HELD-RANK
               MOVE 'Y' TO WS-STB-BLOCK-SW
           END-IF.

       7237-CHECK-PAIR-GATES SECTION.
       7237-CHECK-PAIR-GATES-PARA.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-EXCL-TEST-CAND.
           MOVE WS-INSTR-ID (INSTR-IDX) TO WS-EXCL-TEST-INSTR.
           PERFORM 3127-CHECK-EXCLUSION.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-EV-TEST-CAND.
           MOVE WS-INSTR-ID (INSTR-IDX) TO WS-EV-TEST-INSTR.
           PERFORM 3176-CHECK-DO-NOT-REHIRE.
           MOVE WS-INSTR-ID (INSTR-IDX) TO WS-LOOKUP-ID.
           PERFORM 2060-FIND-INSTR-NAME.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-QUAL-TEST-CAND.
           MOVE WS-LOOKUP-COURSE-CODE TO WS-QUAL-TEST-COURSE.
           PERFORM 3128-CHECK-QUALIFICATION.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-CAP-CAND-ID.
           MOVE WS-INSTR-DEPT (INSTR-IDX) TO WS-CAP-DEPT.
           MOVE 0 TO WS-CAP-PLACED-HOURS.
           PERFORM 3129-CHECK-HOURS-CAP.
           IF PAIR-IS-EXCLUDED
                   OR PAIRING-IS-DNR
                   OR NOT CAND-IS-QUALIFIED
                   OR NOT CAP-IS-OK
               MOVE 'N' TO WS-STB-BLOCK-SW
           END-IF.

       7240-REPORT-BLOCKING-PAIR SECTION.
       7240-REPORT-BLOCKING-PAIR-PARA.
           ADD 1 TO WS-STB-PAIR-COUNT.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-LOOKUP-ID.
           PERFORM 2070-FIND-CAND-ROSTER.
           MOVE WS-LOOKUP-CAND-NAME TO WS-UNM-CAND-NAME.
           MOVE WS-INSTR-ID (INSTR-IDX) TO WS-LOOKUP-ID.
           PERFORM 2060-FIND-INSTR-NAME.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CAND ' WS-CAND-ID (CAND-IDX) ' ' WS-UNM-CAND-NAME
                   ' BLOCKS WITH INSTR ' WS-INSTR-ID (INSTR-IDX) ' '
                   WS-LOOKUP-INSTR-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE STABILITY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-STB-PREF-IDX TO WS-EDIT-2.
           IF CAND-IS-MATCHED (CAND-IDX)
               MOVE WS-STB-CUR-RANK TO WS-EDIT-4
               STRING '   CAND RANKS INSTR ' WS-EDIT-2
                       '   NOW HOLDS INSTR '
                       WS-CAND-MATCHED-INSTR (CAND-IDX)
                       ' AT CAND RANK ' WS-EDIT-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '   CAND RANKS INSTR ' WS-EDIT-2
                       '   NOW UNPLACED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE STABILITY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-STB-INSTR-RANK TO WS-EDIT-2.
           IF STB-SLOT-IS-OPEN
               STRING '   INSTR RANKS CAND ' WS-EDIT-2
                       '   OPEN COMPATIBLE SLOT UNFILLED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-STB-HELD-RANK TO WS-EDIT-4
               STRING '   INSTR RANKS CAND ' WS-EDIT-2
                       '   ABOVE TA HELD AT INSTR RANK ' WS-EDIT-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE STABILITY-RECORD FROM WS-REPORT-LINE.
           MOVE WS-CAND-ID (CAND-IDX) TO WS-CHG-TEST-CAND.
           MOVE 0 TO WS-CHG-TEST-INSTR.
           PERFORM 7245-FIND-LATEST-CHANGE.
           MOVE WS-CHG-TEXT TO WS-CHG-CAND-TEXT.
           MOVE 0 TO WS-CHG-TEST-CAND.
           MOVE WS-INSTR-ID (INSTR-IDX) TO WS-CHG-TEST-INSTR.
           PERFORM 7245-FIND-LATEST-CHANGE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   LATE CHANGE - CAND: ' WS-CHG-CAND-TEXT
                   '  INSTR: ' WS-CHG-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE STABILITY-RECORD FROM WS-REPORT-LINE.

       7245-FIND-LATEST-CHANGE SECTION.
       7245-FIND-LATEST-CHANGE-PARA.
           MOVE 0 TO WS-CHG-BEST.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF (WS-CHG-TEST-CAND > 0
                       AND WS-CHG-CAND-ID (WS-CHG-IDX)
                           = WS-CHG-TEST-CAND)
                   OR (WS-CHG-TEST-INSTR > 0
                       AND WS-CHG-INSTR-ID (WS-CHG-IDX)
                           = WS-CHG-TEST-INSTR)
                   IF WS-CHG-BEST = 0
                       MOVE WS-CHG-IDX TO WS-CHG-BEST
                   ELSE
                       IF WS-CHG-DATE (WS-CHG-IDX)
                               NOT < WS-CHG-DATE (WS-CHG-BEST)
                           MOVE WS-CHG-IDX TO WS-CHG-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CHG-TEXT.
           IF WS-CHG-BEST = 0
               MOVE 'ORIGINAL MATCH' TO WS-CHG-TEXT
           ELSE
               STRING WS-CHG-CODE (WS-CHG-BEST) ' '
                       WS-CHG-DATE (WS-CHG-BEST)
                   DELIMITED BY SIZE INTO WS-CHG-TEXT
           END-IF.

       7300-TERM-CLOSE-MODE SECTION.
       7300-TERM-CLOSE-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           IF WS-CMD-ARG (11:10) NOT = SPACES
               MOVE WS-CMD-ARG (11:10) TO WS-TERM-NAME
           END-IF.
           PERFORM 1020-CHECK-TERM-OPEN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           OPEN OUTPUT TERM-CLOSE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TA TERM CLOSE   TERM: ' WS-TERM-NAME
                   '  RUN DATE: ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CLOSE BLOCKERS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.
           PERFORM 7105-RECONCILE-SIS-ACK.
           IF WS-SIS-PROBLEM-COUNT > 0
               ADD 1 TO WS-TC-BLOCKER-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SIS-PROBLEM-COUNT TO WS-EDIT-6
               STRING '   SIS ACKNOWLEDGMENTS NOT RECONCILED - '
                       WS-EDIT-6 ' DISCREPANCIES'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE
           END-IF.
           PERFORM 7310-LOAD-TSHEET-HISTORY.
           PERFORM 7312-BUILD-TERM-MONTHS.
           PERFORM 7220-LOAD-LATE-CHANGES.
           OPEN INPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS NOT = '00'
               ADD 1 TO WS-TC-BLOCKER-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   NO PLACEMENT INDEX ON FILE - '
                       'RUN A MATCHING PASS FIRST'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM 7320-SCAN-PLACEMENTS
               CLOSE PLACEMENT-INDEX
           END-IF.
           IF WS-TC-BLOCKER-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TC-BLOCKER-COUNT TO WS-EDIT-6
               STRING 'TERM NOT CLOSED - ' WS-EDIT-6 ' BLOCKERS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE
               MOVE 8 TO WS-RETURN-SEVERITY
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   NONE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE
               PERFORM 7330-ARCHIVE-TERM-OUTPUTS
               PERFORM 7340-ROLL-OVER-TERM
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TC-ARCHIVED-COUNT TO WS-EDIT-4
               STRING 'TERM CLOSED - ' WS-EDIT-4
                       ' FILES ARCHIVED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TC-PENDING-COUNT TO WS-EDIT-6.
           STRING '   OFFERS PENDING: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TC-MISSING-COUNT TO WS-EDIT-6.
           STRING '   TIMESHEET MONTHS MISSING: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.
           CLOSE TERM-CLOSE-REPORT.
           IF WS-TC-BLOCKER-COUNT > 0
               DISPLAY 'TA_RANKING: TERM CLOSE REFUSED - '
                   'BLOCKERS=' WS-TC-BLOCKER-COUNT
           ELSE
               DISPLAY 'TA_RANKING: TERM CLOSE COMPLETE - '
                   'TERM=' WS-TERM-NAME
                   ' ARCHIVED=' WS-TC-ARCHIVED-COUNT
           END-IF.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7310-LOAD-TSHEET-HISTORY SECTION.
       7310-LOAD-TSHEET-HISTORY-PARA.
           MOVE 0 TO WS-TSH-COUNT.
           OPEN INPUT TSHEET-HISTORY.
           IF WS-TSHIST-STATUS = '00'
               PERFORM UNTIL END-OF-TSHEET-HISTORY
                   READ TSHEET-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF-TSHIST
                       NOT AT END
                           PERFORM 7311-STORE-TSHEET-CLAIM
                   END-READ
               END-PERFORM
               CLOSE TSHEET-HISTORY
               IF WS-TSH-COUNT > 0
                   SORT WS-TSH-ENTRY
                       ASCENDING KEY WS-TSH-CAND-ID
               END-IF
           END-IF.

       7311-STORE-TSHEET-CLAIM SECTION.
       7311-STORE-TSHEET-CLAIM-PARA.
           ADD 1 TO WS-TSH-READ-COUNT.
           IF WS-TSH-COUNT >= 100000
               MOVE 'TSHISTORY' TO WS-ERR-SOURCE
               MOVE WS-TSH-READ-COUNT TO WS-ERR-RECORD-NO
               MOVE 'TSH-CAND-ID' TO WS-ERR-FIELD
               MOVE 'TIMESHEET TABLE FULL - RECORD IGNORED'
                   TO WS-ERR-REASON
               PERFORM 9900-WRITE-ERROR
           ELSE
               ADD 1 TO WS-TSH-COUNT
               MOVE TSH-CAND-ID TO WS-TSH-CAND-ID (WS-TSH-COUNT)
               MOVE TSH-INSTR-ID TO WS-TSH-INSTR-ID (WS-TSH-COUNT)
               MOVE TSH-MONTH TO WS-TSH-MONTH (WS-TSH-COUNT)
           END-IF.

       7312-BUILD-TERM-MONTHS SECTION.
       7312-BUILD-TERM-MONTHS-PARA.
           MOVE 0 TO WS-TC-MONTH-COUNT.
           IF WS-TERM-START-PARM (1:6) IS NUMERIC
                   AND WS-TERM-END-PARM (1:6) IS NUMERIC
               MOVE WS-TERM-START-PARM (1:4) TO WS-TC-YEAR
               MOVE WS-TERM-START-PARM (5:2) TO WS-TC-MM
               MOVE WS-TERM-END-PARM (1:6) TO WS-TC-END-MONTH
               COMPUTE WS-TC-YM = WS-TC-YEAR * 100 + WS-TC-MM
               PERFORM UNTIL WS-TC-YM-X > WS-TC-END-MONTH
                       OR WS-TC-MONTH-COUNT = 12
                   ADD 1 TO WS-TC-MONTH-COUNT
                   MOVE WS-TC-YM-X TO WS-TC-MONTH (WS-TC-MONTH-COUNT)
                   ADD 1 TO WS-TC-MM
                   IF WS-TC-MM > 12
                       MOVE 1 TO WS-TC-MM
                       ADD 1 TO WS-TC-YEAR
                   END-IF
                   COMPUTE WS-TC-YM = WS-TC-YEAR * 100 + WS-TC-MM
               END-PERFORM
           END-IF.

       7320-SCAN-PLACEMENTS SECTION.
       7320-SCAN-PLACEMENTS-PARA.
           MOVE 'N' TO WS-EOF-CLOSESCAN.
           MOVE 0 TO PI-CAND-ID.
           START PLACEMENT-INDEX KEY IS >= PI-CAND-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CLOSESCAN
           END-START.
           PERFORM UNTIL END-OF-CLOSE-SCAN
               READ PLACEMENT-INDEX NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CLOSESCAN
                   NOT AT END
                       PERFORM 7322-CHECK-ONE-PLACEMENT
               END-READ
           END-PERFORM.

       7322-CHECK-ONE-PLACEMENT SECTION.
       7322-CHECK-ONE-PLACEMENT-PARA.
           IF PI-CONFIRMED NOT = 'Y'
               ADD 1 TO WS-TC-PENDING-COUNT
               ADD 1 TO WS-TC-BLOCKER-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   OFFER PENDING        CAND: ' PI-CAND-ID
                       '  INSTR: ' PI-INSTR-ID
                       '  DEPT: ' PI-DEPT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE
           ELSE
               IF WS-TC-MONTH-COUNT > 0
                   MOVE WS-TC-MONTH (1) TO WS-TC-FIRST-MONTH
                   MOVE PI-CAND-ID TO WS-CHG-TEST-CAND
                   MOVE 0 TO WS-CHG-TEST-INSTR
                   PERFORM 7245-FIND-LATEST-CHANGE
                   IF WS-CHG-BEST > 0
                       IF (WS-CHG-CODE (WS-CHG-BEST) = 'MAINT-ADD'
                           OR WS-CHG-CODE (WS-CHG-BEST) = 'MAINT-SWAP'
                           OR WS-CHG-CODE (WS-CHG-BEST) = 'REOFFER'
                           OR WS-CHG-CODE (WS-CHG-BEST) = 'CLEARING')
                           AND WS-CHG-DATE (WS-CHG-BEST) (1:6)
                               > WS-TC-FIRST-MONTH
                           MOVE WS-CHG-DATE (WS-CHG-BEST) (1:6)
                               TO WS-TC-FIRST-MONTH
                       END-IF
                   END-IF
                   PERFORM VARYING WS-TC-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-TC-MONTH-IDX > WS-TC-MONTH-COUNT
                       IF WS-TC-MONTH (WS-TC-MONTH-IDX)
                               NOT < WS-TC-FIRST-MONTH
                           PERFORM 7325-CHECK-MONTH-CLAIMED
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       7325-CHECK-MONTH-CLAIMED SECTION.
       7325-CHECK-MONTH-CLAIMED-PARA.
           MOVE PI-CAND-ID TO WS-TSH-TEST-CAND.
           MOVE WS-TC-MONTH (WS-TC-MONTH-IDX) TO WS-TSH-TEST-MONTH.
           MOVE 0 TO WS-TSH-TEST-INSTR.
           PERFORM 7326-FIND-MONTH-CLAIM.
           IF NOT MONTH-WAS-CLAIMED
               ADD 1 TO WS-TC-MISSING-COUNT
               ADD 1 TO WS-TC-BLOCKER-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   TIMESHEET MISSING    CAND: ' PI-CAND-ID
                       '  INSTR: ' PI-INSTR-ID
                       '  MONTH: ' WS-TSH-TEST-MONTH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE
           END-IF.

       7326-FIND-MONTH-CLAIM SECTION.
       7326-FIND-MONTH-CLAIM-PARA.
           MOVE 'N' TO WS-TSH-FOUND-SW.
           MOVE 'N' TO WS-TSH-CLAIM-SW.
           IF WS-TSH-COUNT > 0
               SEARCH ALL WS-TSH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TSH-CAND-ID (TSH-IX) = WS-TSH-TEST-CAND
                       MOVE 'Y' TO WS-TSH-FOUND-SW
                       SET WS-TSH-FIRST TO TSH-IX
               END-SEARCH
           END-IF.
           IF TSH-CAND-ON-FILE
               PERFORM UNTIL WS-TSH-FIRST = 1
                   IF WS-TSH-CAND-ID (WS-TSH-FIRST - 1)
                           = WS-TSH-TEST-CAND
                       SUBTRACT 1 FROM WS-TSH-FIRST
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-TSH-FIRST TO WS-TSH-IDX
               PERFORM UNTIL WS-TSH-IDX > WS-TSH-COUNT
                   IF WS-TSH-CAND-ID (WS-TSH-IDX)
                           NOT = WS-TSH-TEST-CAND
                       EXIT PERFORM
                   END-IF
                   IF WS-TSH-MONTH (WS-TSH-IDX) = WS-TSH-TEST-MONTH
                           AND (WS-TSH-TEST-INSTR = 0
                               OR WS-TSH-INSTR-ID (WS-TSH-IDX)
                                   = WS-TSH-TEST-INSTR)
                       MOVE 'Y' TO WS-TSH-CLAIM-SW
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-TSH-IDX
               END-PERFORM
           END-IF.

       7330-ARCHIVE-TERM-OUTPUTS SECTION.
       7330-ARCHIVE-TERM-OUTPUTS-PARA.
           MOVE WS-TERM-NAME TO WS-ARC-PREFIX.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ARCHIVE SET'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.
           MOVE WS-OUTPUT-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-UNMATCHED-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-AUDIT-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-ERROR-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-STATS-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-CURMATCH-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-RECONCILE-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-EOJ-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-LETTERS-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-NOTIFY-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-PAYROLL-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-MPAYROLL-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-ADJUST-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-ENCUMB-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-COMPLY-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-SISUP-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-SISRECON-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-PENDING-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-TSEXCEPT-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-STABLE-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7332-ARCHIVE-ONE-OUTPUT.
           MOVE WS-PLACEIDX-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7334-BUILD-ARCHIVE-NAME.
           OPEN INPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS = '00'
               OPEN OUTPUT ARCHIVE-OUT
               MOVE 'N' TO WS-EOF-CLOSESCAN
               MOVE 0 TO PI-CAND-ID
               START PLACEMENT-INDEX KEY IS >= PI-CAND-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-CLOSESCAN
               END-START
               PERFORM UNTIL END-OF-CLOSE-SCAN
                   READ PLACEMENT-INDEX NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-CLOSESCAN
                       NOT AT END
                           MOVE SPACES TO ARCHIVE-OUT-RECORD
                           MOVE PLACEMENT-INDEX-RECORD
                               TO ARCHIVE-OUT-RECORD
                           WRITE ARCHIVE-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-OUT
               CLOSE PLACEMENT-INDEX
               PERFORM 7338-REPORT-ARCHIVED
           END-IF.

       7332-ARCHIVE-ONE-OUTPUT SECTION.
       7332-ARCHIVE-ONE-OUTPUT-PARA.
           PERFORM 7334-BUILD-ARCHIVE-NAME.
           PERFORM 7336-COPY-FILE.
           IF WS-ARCIN-STATUS = '00'
               PERFORM 7338-REPORT-ARCHIVED
           END-IF.

       7334-BUILD-ARCHIVE-NAME SECTION.
       7334-BUILD-ARCHIVE-NAME-PARA.
           MOVE 100 TO WS-ARC-POS.
           PERFORM UNTIL WS-ARC-POS = 0
               IF WS-ARC-SRC-PATH (WS-ARC-POS:1) = '/'
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-ARC-POS
           END-PERFORM.
           MOVE SPACES TO WS-ARC-DST-PATH.
           IF WS-ARC-POS = 0
               STRING WS-ARC-PREFIX DELIMITED BY SPACE
                       '_' DELIMITED BY SIZE
                       WS-ARC-SRC-PATH DELIMITED BY SPACE
                   INTO WS-ARC-DST-PATH
           ELSE
               IF WS-ARC-POS < 100
                   STRING WS-ARC-SRC-PATH (1:WS-ARC-POS)
                               DELIMITED BY SIZE
                           WS-ARC-PREFIX DELIMITED BY SPACE
                           '_' DELIMITED BY SIZE
                           WS-ARC-SRC-PATH (WS-ARC-POS + 1:
                               100 - WS-ARC-POS) DELIMITED BY SPACE
                       INTO WS-ARC-DST-PATH
               END-IF
           END-IF.

       7336-COPY-FILE SECTION.
       7336-COPY-FILE-PARA.
           MOVE 'N' TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-IN.
           IF WS-ARCIN-STATUS = '00'
               OPEN OUTPUT ARCHIVE-OUT
               PERFORM UNTIL END-OF-ARCHIVE-INPUT
                   READ ARCHIVE-IN
                       AT END
                           MOVE 'Y' TO WS-EOF-ARCHIVE
                       NOT AT END
                           WRITE ARCHIVE-OUT-RECORD
                               FROM ARCHIVE-IN-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-OUT
               CLOSE ARCHIVE-IN
               MOVE '00' TO WS-ARCIN-STATUS
           END-IF.

       7338-REPORT-ARCHIVED SECTION.
       7338-REPORT-ARCHIVED-PARA.
           ADD 1 TO WS-TC-ARCHIVED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-ARC-DST-PATH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.

       7340-ROLL-OVER-TERM SECTION.
       7340-ROLL-OVER-TERM-PARA.
           MOVE WS-CURMATCH-PATH TO WS-ARC-SRC-PATH.
           MOVE WS-PRIORMATCH-PATH TO WS-ARC-DST-PATH.
           PERFORM 7336-COPY-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ARCIN-STATUS = '00'
               STRING 'CURRENT MATCH ROLLED TO PRIOR MATCH'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'NO CURRENT MATCH ON FILE - PRIOR MATCH KEPT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS = '00'
               CLOSE PLACEMENT-INDEX
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHECKPOINT CLEARED - EMPTY PLACEMENT INDEX STARTED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TERM-CLOSE-RECORD FROM WS-REPORT-LINE.
           OPEN EXTEND TERM-CONTROL.
           IF WS-TERMCTL-STATUS NOT = '00'
               OPEN OUTPUT TERM-CONTROL
           END-IF.
           MOVE WS-TERM-NAME TO TC-TERM.
           MOVE 'C' TO TC-STATUS.
           MOVE WS-RUN-TIMESTAMP (1:8) TO TC-CLOSE-DATE.
           MOVE WS-TERM-START-PARM TO TC-TERM-START.
           MOVE WS-TERM-END-PARM TO TC-TERM-END.
           WRITE TERM-CONTROL-RECORD.
           CLOSE TERM-CONTROL.

       7400-INDEX-VERIFY-MODE SECTION.
       7400-INDEX-VERIFY-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           IF WS-CMD-ARG (7:7) = 'REBUILD'
               MOVE 'R' TO WS-IDX-MODE-SW
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           PERFORM 6510-LOAD-INSTRUCTOR-MASTER.
           PERFORM 2600-BUILD-SEARCH-INDEXES.
           PERFORM 2300-LOAD-SECTIONS.
           OPEN OUTPUT INDEX-VERIFY-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF IDX-REBUILD-MODE
               STRING 'PLACEMENT INDEX REBUILD   TERM: ' WS-TERM-NAME
                       '  RUN DATE: ' WS-REPORT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'PLACEMENT INDEX VERIFY   TERM: ' WS-TERM-NAME
                       '  RUN DATE: ' WS-REPORT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REPLAY OF CURRENT-MATCH, TXN-HISTORY AND AUDIT '
                   'OUTCOMES AGAINST THE LIVE INDEX'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           PERFORM 7410-REPLAY-CURRENT-MATCH.
           IF WS-CURMATCH-STATUS NOT = '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO CURRENT-MATCH EXTRACT ON FILE - '
                       'NOTHING TO REPLAY'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE
               DISPLAY 'TA_RANKING: NO CURRENT-MATCH EXTRACT - '
                   'INDEX NOT VERIFIED'
               MOVE 8 TO WS-RETURN-SEVERITY
           ELSE
               PERFORM 7405-REPLAY-AND-COMPARE
           END-IF.
           CLOSE INDEX-VERIFY-REPORT.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7405-REPLAY-AND-COMPARE SECTION.
       7405-REPLAY-AND-COMPARE-PARA.
           PERFORM 7420-LOAD-TXN-REPLAY.
           PERFORM 7430-LOAD-AUDIT-OUTCOMES.
           IF WS-IDX-TXN-COUNT > 0
               SORT WS-IDX-TXN-ENTRY
                   ASCENDING KEY WS-IDX-TXN-DATE WS-IDX-TXN-SEQ
           END-IF.
           PERFORM VARYING WS-IDX-TXN-IDX FROM 1 BY 1
                   UNTIL WS-IDX-TXN-IDX > WS-IDX-TXN-COUNT
               PERFORM 7425-REPLAY-ONE-TXN
           END-PERFORM.
           MOVE 0 TO WS-IDX-RPL-COUNT.
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB > 9999
               IF RPL-IS-PLACED (WS-IDX-SUB)
                   ADD 1 TO WS-IDX-RPL-COUNT
               END-IF
           END-PERFORM.
           PERFORM 7440-COMPARE-LIVE-INDEX.
           IF IDX-REBUILD-MODE
               PERFORM 7450-REBUILD-INDEX
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-CM-COUNT TO WS-EDIT-6.
           STRING '   CURRENT-MATCH ROWS REPLAYED: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-TXN-ROWS TO WS-EDIT-6.
           STRING '   TRANSACTIONS REPLAYED: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-AUD-COUNT TO WS-EDIT-6.
           STRING '   AUDIT OUTCOMES REPLAYED: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-RPL-COUNT TO WS-EDIT-6.
           STRING '   PLACEMENTS AFTER REPLAY: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-LIVE-COUNT TO WS-EDIT-6.
           STRING '   PLACEMENTS ON LIVE INDEX: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-MISSING-COUNT TO WS-EDIT-6.
           STRING '   MISSING FROM INDEX: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-EXTRA-COUNT TO WS-EDIT-6.
           STRING '   EXTRA ON INDEX: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-DIFF-COUNT TO WS-EDIT-6.
           STRING '   FIELD DIFFERENCES: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-IDX-CONFLICT-COUNT TO WS-EDIT-6.
           STRING '   REPLAY CONFLICTS: ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           IF IDX-REBUILD-MODE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-IDX-WRITTEN-COUNT TO WS-EDIT-6
               STRING '   PLACEMENTS WRITTEN TO NEW INDEX: ' WS-EDIT-6
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-IDX-CONFLICT-COUNT > 0
               MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.
           IF NOT IDX-REBUILD-MODE
               IF WS-IDX-MISSING-COUNT > 0
                       OR WS-IDX-EXTRA-COUNT > 0
                       OR WS-IDX-DIFF-COUNT > 0
                       OR NOT IDX-LIVE-ON-FILE
                   MOVE 8 TO WS-RETURN-SEVERITY
               END-IF
               DISPLAY 'TA_RANKING: INDEX VERIFY COMPLETE - '
                   'MISSING=' WS-IDX-MISSING-COUNT
                   ' EXTRA=' WS-IDX-EXTRA-COUNT
                   ' DIFFERENT=' WS-IDX-DIFF-COUNT
           ELSE
               DISPLAY 'TA_RANKING: INDEX REBUILD COMPLETE - '
                   'WRITTEN=' WS-IDX-WRITTEN-COUNT
                   ' CONFLICTS=' WS-IDX-CONFLICT-COUNT
           END-IF.

       7410-REPLAY-CURRENT-MATCH SECTION.
       7410-REPLAY-CURRENT-MATCH-PARA.
           OPEN INPUT CURRENT-MATCH.
           IF WS-CURMATCH-STATUS = '00'
               MOVE 'N' TO WS-EOF-CURMATCH
               PERFORM UNTIL END-OF-CURMATCH
                   READ CURRENT-MATCH
                       AT END
                           MOVE 'Y' TO WS-EOF-CURMATCH
                       NOT AT END
                           PERFORM 7412-REPLAY-MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE CURRENT-MATCH
               MOVE '00' TO WS-CURMATCH-STATUS
           END-IF.

       7412-REPLAY-MATCH-ROW SECTION.
       7412-REPLAY-MATCH-ROW-PARA.
           ADD 1 TO WS-IDX-CM-COUNT.
           MOVE CM-CAND-ID TO WS-IDX-CAND.
           MOVE 'MATCH' TO WS-IDX-SOURCE.
           IF WS-IDX-CAND = 0
               MOVE 'ZERO CANDIDATE ID - SKIPPED' TO WS-IDX-TEXT
               PERFORM 7490-WRITE-CONFLICT
           ELSE
               IF RPL-IS-PLACED (WS-IDX-CAND)
                   MOVE 'CANDIDATE PLACED TWICE' TO WS-IDX-TEXT
                   PERFORM 7490-WRITE-CONFLICT
               END-IF
               MOVE 'Y' TO WS-RPL-ACTIVE (WS-IDX-CAND)
               MOVE CM-INSTR-ID TO WS-RPL-INSTR-ID (WS-IDX-CAND)
               MOVE CM-INSTR-RANK TO WS-RPL-INSTR-RANK (WS-IDX-CAND)
               MOVE CM-CAND-RANK TO WS-RPL-CAND-RANK (WS-IDX-CAND)
               MOVE CM-DEPT TO WS-RPL-DEPT (WS-IDX-CAND)
               MOVE CM-SECTION-NO TO WS-RPL-SECTION-NO (WS-IDX-CAND)
               MOVE 'N' TO WS-RPL-CONFIRMED (WS-IDX-CAND)
               MOVE WS-IDX-SOURCE TO WS-RPL-SOURCE (WS-IDX-CAND)
           END-IF.

       7420-LOAD-TXN-REPLAY SECTION.
       7420-LOAD-TXN-REPLAY-PARA.
           MOVE 0 TO WS-IDX-TXN-COUNT.
           PERFORM 7221-FIND-TXN-LOW-DATE.
           OPEN INPUT TXN-HISTORY.
           IF WS-TXNHIST-STATUS = '00'
               PERFORM UNTIL END-OF-TXN-HISTORY
                   READ TXN-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF-TXNHIST
                       NOT AT END
                           PERFORM 7422-STORE-TXN-REPLAY
                   END-READ
               END-PERFORM
               CLOSE TXN-HISTORY
           END-IF.

       7422-STORE-TXN-REPLAY SECTION.
       7422-STORE-TXN-REPLAY-PARA.
           ADD 1 TO WS-IDX-TXN-READ-COUNT.
           IF TH-EFF-DATE NOT < WS-TXN-LOW-DATE
                   AND TH-EFF-DATE NOT > WS-TERM-END-PARM
               IF WS-IDX-TXN-COUNT >= 20000
                   MOVE 'TXNHIST' TO WS-ERR-SOURCE
                   MOVE WS-IDX-TXN-READ-COUNT TO WS-ERR-RECORD-NO
                   MOVE 'TH-ACTION' TO WS-ERR-FIELD
                   MOVE 'REPLAY TABLE FULL - RECORD IGNORED'
                       TO WS-ERR-REASON
                   PERFORM 9900-WRITE-ERROR
               ELSE
                   ADD 1 TO WS-IDX-TXN-COUNT
                   ADD 1 TO WS-IDX-TXN-ROWS
                   SET IDXT-IX TO WS-IDX-TXN-COUNT
                   MOVE TH-EFF-DATE TO WS-IDX-TXN-DATE (IDXT-IX)
                   MOVE WS-IDX-TXN-READ-COUNT
                       TO WS-IDX-TXN-SEQ (IDXT-IX)
                   MOVE TH-ACTION TO WS-IDX-TXN-ACTION (IDXT-IX)
                   MOVE TH-CAND-ID TO WS-IDX-TXN-CAND (IDXT-IX)
                   MOVE TH-INSTR-ID TO WS-IDX-TXN-INSTR (IDXT-IX)
                   MOVE TH-CAND-ID-2 TO WS-IDX-TXN-CAND-2 (IDXT-IX)
                   MOVE TH-INSTR-ID-2 TO WS-IDX-TXN-INSTR-2 (IDXT-IX)
                   MOVE TH-DEPT TO WS-IDX-TXN-DEPT (IDXT-IX)
                   IF TH-SECTION-NO IS NUMERIC
                       MOVE TH-SECTION-NO TO WS-IDX-TXN-SECT (IDXT-IX)
                       MOVE 'Y' TO WS-IDX-TXN-SECT-SW (IDXT-IX)
                   ELSE
                       MOVE 0 TO WS-IDX-TXN-SECT (IDXT-IX)
                       MOVE 'N' TO WS-IDX-TXN-SECT-SW (IDXT-IX)
                   END-IF
               END-IF
           END-IF.

       7425-REPLAY-ONE-TXN SECTION.
       7425-REPLAY-ONE-TXN-PARA.
           SET IDXT-IX TO WS-IDX-TXN-IDX.
           MOVE WS-IDX-TXN-CAND (IDXT-IX) TO WS-IDX-CAND.
           EVALUATE WS-IDX-TXN-ACTION (IDXT-IX)
               WHEN 'ADD '
                   MOVE 'MAINT-ADD' TO WS-IDX-SOURCE
                   IF RPL-IS-PLACED (WS-IDX-CAND)
                       MOVE 'ADD FOR A PLACED CANDIDATE'
                           TO WS-IDX-TEXT
                       PERFORM 7490-WRITE-CONFLICT
                   END-IF
                   MOVE 'Y' TO WS-RPL-ACTIVE (WS-IDX-CAND)
                   MOVE WS-IDX-TXN-INSTR (IDXT-IX)
                       TO WS-RPL-INSTR-ID (WS-IDX-CAND)
                   MOVE 0 TO WS-RPL-INSTR-RANK (WS-IDX-CAND)
                   MOVE 0 TO WS-RPL-CAND-RANK (WS-IDX-CAND)
                   MOVE WS-IDX-TXN-DEPT (IDXT-IX)
                       TO WS-RPL-DEPT (WS-IDX-CAND)
                   MOVE 'N' TO WS-RPL-CONFIRMED (WS-IDX-CAND)
                   MOVE WS-IDX-SOURCE TO WS-RPL-SOURCE (WS-IDX-CAND)
                   IF IDX-TXN-SECT-KNOWN (IDXT-IX)
                       MOVE WS-IDX-TXN-SECT (IDXT-IX)
                           TO WS-RPL-SECTION-NO (WS-IDX-CAND)
                   ELSE
                       MOVE 0 TO WS-RPL-SECTION-NO (WS-IDX-CAND)
                       PERFORM 7428-PICK-REPLAY-SECTION
                   END-IF
               WHEN 'DROP'
                   MOVE 'MAINT-DROP' TO WS-IDX-SOURCE
                   IF NOT RPL-IS-PLACED (WS-IDX-CAND)
                       MOVE 'DROP FOR AN UNPLACED CANDIDATE'
                           TO WS-IDX-TEXT
                       PERFORM 7490-WRITE-CONFLICT
                   ELSE
                       MOVE 'N' TO WS-RPL-ACTIVE (WS-IDX-CAND)
                   END-IF
               WHEN 'SWAP'
                   MOVE 'MAINT-SWAP' TO WS-IDX-SOURCE
                   MOVE WS-IDX-TXN-CAND-2 (IDXT-IX) TO WS-IDX-CAND-2
                   IF NOT RPL-IS-PLACED (WS-IDX-CAND)
                           OR NOT RPL-IS-PLACED (WS-IDX-CAND-2)
                       MOVE 'SWAP OF AN UNPLACED CANDIDATE'
                           TO WS-IDX-TEXT
                       PERFORM 7490-WRITE-CONFLICT
                   ELSE
                       PERFORM 7427-REPLAY-SWAP
                   END-IF
               WHEN 'ACPT'
                   ADD 1 TO WS-IDX-AUD-COUNT
                   MOVE 'ACCEPT' TO WS-IDX-SOURCE
                   PERFORM 7434-REPLAY-ACCEPT
               WHEN 'DECL'
                   ADD 1 TO WS-IDX-AUD-COUNT
                   MOVE 'DECLINE' TO WS-IDX-SOURCE
                   PERFORM 7436-REPLAY-DECLINE
               WHEN 'ROFR'
                   ADD 1 TO WS-IDX-AUD-COUNT
                   MOVE 'REOFFER' TO WS-IDX-SOURCE
                   PERFORM 7438-REPLAY-REOFFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7427-REPLAY-SWAP SECTION.
       7427-REPLAY-SWAP-PARA.
           MOVE WS-RPL-INSTR-ID (WS-IDX-CAND) TO WS-IDX-HOLD-INSTR.
           MOVE WS-RPL-DEPT (WS-IDX-CAND) TO WS-IDX-HOLD-DEPT.
           MOVE WS-RPL-SECTION-NO (WS-IDX-CAND) TO WS-IDX-HOLD-SECT.
           MOVE WS-RPL-INSTR-ID (WS-IDX-CAND-2)
               TO WS-RPL-INSTR-ID (WS-IDX-CAND).
           MOVE WS-RPL-DEPT (WS-IDX-CAND-2)
               TO WS-RPL-DEPT (WS-IDX-CAND).
           MOVE WS-RPL-SECTION-NO (WS-IDX-CAND-2)
               TO WS-RPL-SECTION-NO (WS-IDX-CAND).
           MOVE WS-IDX-HOLD-INSTR TO WS-RPL-INSTR-ID (WS-IDX-CAND-2).
           MOVE WS-IDX-HOLD-DEPT TO WS-RPL-DEPT (WS-IDX-CAND-2).
           MOVE WS-IDX-HOLD-SECT TO WS-RPL-SECTION-NO (WS-IDX-CAND-2).
           MOVE 0 TO WS-RPL-INSTR-RANK (WS-IDX-CAND).
           MOVE 0 TO WS-RPL-CAND-RANK (WS-IDX-CAND).
           MOVE 0 TO WS-RPL-INSTR-RANK (WS-IDX-CAND-2).
           MOVE 0 TO WS-RPL-CAND-RANK (WS-IDX-CAND-2).
           MOVE 'N' TO WS-RPL-CONFIRMED (WS-IDX-CAND).
           MOVE 'N' TO WS-RPL-CONFIRMED (WS-IDX-CAND-2).
           MOVE WS-IDX-SOURCE TO WS-RPL-SOURCE (WS-IDX-CAND).
           MOVE WS-IDX-SOURCE TO WS-RPL-SOURCE (WS-IDX-CAND-2).

       7428-PICK-REPLAY-SECTION SECTION.
       7428-PICK-REPLAY-SECTION-PARA.
           MOVE WS-RPL-INSTR-ID (WS-IDX-CAND) TO WS-PROPOSE-TO-ID.
           PERFORM 3110-FIND-INSTR-BY-ID.
           IF INSTR-WAS-FOUND
               SET INSTR-IDX TO WS-TARGET-INSTR-IDX
               IF WS-INSTR-SECT-COUNT (INSTR-IDX) > 0
                   PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                           UNTIL WS-SECT-IDX > WS-MAX-PREF
                       MOVE 0 TO WS-SECT-USED (WS-SECT-IDX)
                   END-PERFORM
                   PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                           UNTIL WS-IDX-SUB > 9999
                       IF RPL-IS-PLACED (WS-IDX-SUB)
                               AND WS-IDX-SUB NOT = WS-IDX-CAND
                               AND WS-RPL-INSTR-ID (WS-IDX-SUB)
                                   = WS-RPL-INSTR-ID (WS-IDX-CAND)
                           PERFORM 7429-TALLY-REPLAY-ROW
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-SECT-PICK-NO
                   PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                           UNTIL WS-SECT-IDX
                               > WS-INSTR-SECT-COUNT (INSTR-IDX)
                       IF WS-SECT-USED (WS-SECT-IDX)
                           < WS-SECT-TA-SLOTS (INSTR-IDX, WS-SECT-IDX)
                           IF WS-SECT-PICK-NO = 0
                               OR WS-SECT-NO (INSTR-IDX, WS-SECT-IDX)
                                   < WS-SECT-PICK-NO
                               MOVE WS-SECT-NO (INSTR-IDX, WS-SECT-IDX)
                                   TO WS-SECT-PICK-NO
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-SECT-PICK-NO
                       TO WS-RPL-SECTION-NO (WS-IDX-CAND)
               END-IF
           END-IF.

       7429-TALLY-REPLAY-ROW SECTION.
       7429-TALLY-REPLAY-ROW-PARA.
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > WS-INSTR-SECT-COUNT (INSTR-IDX)
               IF WS-SECT-NO (INSTR-IDX, WS-SECT-IDX)
                       = WS-RPL-SECTION-NO (WS-IDX-SUB)
                   ADD 1 TO WS-SECT-USED (WS-SECT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       7430-LOAD-AUDIT-OUTCOMES SECTION.
       7430-LOAD-AUDIT-OUTCOMES-PARA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL END-OF-AUDIT-FILE
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-AUDIT
                       NOT AT END
                           PERFORM 7432-STORE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       7432-STORE-AUDIT-ROW SECTION.
       7432-STORE-AUDIT-ROW-PARA.
           ADD 1 TO WS-IDX-AUD-READ-COUNT.
           MOVE AUDIT-RECORD TO WS-AUDIT-LINE.
           IF WS-AUD-CAND-ID IS NUMERIC
                   AND WS-AUD-INSTR-ID IS NUMERIC
                   AND WS-AUD-CAND-ID > 0
                   AND (WS-AUD-DECISION = 'OFFER-ACCEPTED'
                       OR WS-AUD-DECISION = 'OFFER-DECLINED'
                       OR WS-AUD-DECISION = 'REOFFERED')
               IF WS-IDX-TXN-COUNT >= 20000
                   MOVE 'AUDIT' TO WS-ERR-SOURCE
                   MOVE WS-IDX-AUD-READ-COUNT TO WS-ERR-RECORD-NO
                   MOVE 'AUD-DECISION' TO WS-ERR-FIELD
                   MOVE 'REPLAY TABLE FULL - RECORD IGNORED'
                       TO WS-ERR-REASON
                   PERFORM 9900-WRITE-ERROR
               ELSE
                   ADD 1 TO WS-IDX-TXN-COUNT
                   SET IDXT-IX TO WS-IDX-TXN-COUNT
                   MOVE WS-AUD-TIMESTAMP (1:8)
                       TO WS-IDX-TXN-DATE (IDXT-IX)
                   COMPUTE WS-IDX-TXN-SEQ (IDXT-IX) =
                       WS-IDX-TXN-READ-COUNT + WS-IDX-AUD-READ-COUNT
                   EVALUATE WS-AUD-DECISION
                       WHEN 'OFFER-ACCEPTED'
                           MOVE 'ACPT' TO WS-IDX-TXN-ACTION (IDXT-IX)
                       WHEN 'OFFER-DECLINED'
                           MOVE 'DECL' TO WS-IDX-TXN-ACTION (IDXT-IX)
                       WHEN OTHER
                           MOVE 'ROFR' TO WS-IDX-TXN-ACTION (IDXT-IX)
                   END-EVALUATE
                   MOVE WS-AUD-CAND-ID TO WS-IDX-TXN-CAND (IDXT-IX)
                   MOVE WS-AUD-INSTR-ID TO WS-IDX-TXN-INSTR (IDXT-IX)
                   MOVE 0 TO WS-IDX-TXN-CAND-2 (IDXT-IX)
                   MOVE 0 TO WS-IDX-TXN-INSTR-2 (IDXT-IX)
                   MOVE SPACES TO WS-IDX-TXN-DEPT (IDXT-IX)
                   MOVE 0 TO WS-IDX-TXN-SECT (IDXT-IX)
                   MOVE 'N' TO WS-IDX-TXN-SECT-SW (IDXT-IX)
               END-IF
           END-IF.

       7434-REPLAY-ACCEPT SECTION.
       7434-REPLAY-ACCEPT-PARA.
           IF NOT RPL-IS-PLACED (WS-IDX-CAND)
               MOVE 'ACCEPT FOR AN UNPLACED CANDIDATE' TO WS-IDX-TEXT
               PERFORM 7490-WRITE-CONFLICT
           ELSE
               IF WS-RPL-INSTR-ID (WS-IDX-CAND)
                       NOT = WS-IDX-TXN-INSTR (IDXT-IX)
                   MOVE 'ACCEPT NAMES ANOTHER INSTRUCTOR'
                       TO WS-IDX-TEXT
                   PERFORM 7490-WRITE-CONFLICT
               END-IF
               MOVE 'Y' TO WS-RPL-CONFIRMED (WS-IDX-CAND)
               MOVE WS-IDX-SOURCE TO WS-RPL-SOURCE (WS-IDX-CAND)
           END-IF.

       7436-REPLAY-DECLINE SECTION.
       7436-REPLAY-DECLINE-PARA.
           IF NOT RPL-IS-PLACED (WS-IDX-CAND)
               MOVE 'DECLINE FOR AN UNPLACED CANDIDATE' TO WS-IDX-TEXT
               PERFORM 7490-WRITE-CONFLICT
           ELSE
               MOVE WS-RPL-INSTR-ID (WS-IDX-CAND) TO WS-IDX-DECL-INSTR
               MOVE WS-RPL-DEPT (WS-IDX-CAND) TO WS-IDX-DECL-DEPT
               MOVE WS-RPL-SECTION-NO (WS-IDX-CAND) TO WS-IDX-DECL-SECT
               MOVE 'N' TO WS-RPL-ACTIVE (WS-IDX-CAND)
           END-IF.

       7438-REPLAY-REOFFER SECTION.
       7438-REPLAY-REOFFER-PARA.
           IF RPL-IS-PLACED (WS-IDX-CAND)
               MOVE 'RE-OFFER FOR A PLACED CANDIDATE' TO WS-IDX-TEXT
               PERFORM 7490-WRITE-CONFLICT
           END-IF.
           MOVE 'Y' TO WS-RPL-ACTIVE (WS-IDX-CAND).
           MOVE WS-IDX-TXN-INSTR (IDXT-IX)
               TO WS-RPL-INSTR-ID (WS-IDX-CAND).
           MOVE 0 TO WS-RPL-INSTR-RANK (WS-IDX-CAND).
           MOVE 0 TO WS-RPL-CAND-RANK (WS-IDX-CAND).
           MOVE 'N' TO WS-RPL-CONFIRMED (WS-IDX-CAND).
           MOVE WS-IDX-SOURCE TO WS-RPL-SOURCE (WS-IDX-CAND).
           IF WS-IDX-TXN-INSTR (IDXT-IX) = WS-IDX-DECL-INSTR
               MOVE WS-IDX-DECL-DEPT TO WS-RPL-DEPT (WS-IDX-CAND)
               MOVE WS-IDX-DECL-SECT TO WS-RPL-SECTION-NO (WS-IDX-CAND)
           ELSE
               MOVE SPACES TO WS-RPL-DEPT (WS-IDX-CAND)
               MOVE 0 TO WS-RPL-SECTION-NO (WS-IDX-CAND)
               MOVE WS-IDX-TXN-INSTR (IDXT-IX) TO WS-PROPOSE-TO-ID
               PERFORM 3110-FIND-INSTR-BY-ID
               IF INSTR-WAS-FOUND
                   SET INSTR-IDX TO WS-TARGET-INSTR-IDX
                   MOVE WS-INSTR-DEPT (INSTR-IDX)
                       TO WS-RPL-DEPT (WS-IDX-CAND)
               END-IF
               PERFORM 7428-PICK-REPLAY-SECTION
           END-IF.

       7440-COMPARE-LIVE-INDEX SECTION.
       7440-COMPARE-LIVE-INDEX-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DISCREPANCIES (INDEX = LIVE FILE, REPLAY = '
                   'REBUILT FROM EXTRACT AND HISTORY)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.
           OPEN INPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS NOT = '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   NO PLACEMENT INDEX ON FILE - '
                       'NOTHING TO COMPARE AGAINST'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE 'Y' TO WS-IDX-LIVE-SW
               MOVE 'N' TO WS-EOF-IDXSCAN
               MOVE 0 TO PI-CAND-ID
               START PLACEMENT-INDEX KEY IS >= PI-CAND-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-IDXSCAN
               END-START
               PERFORM UNTIL END-OF-INDEX-SCAN
                   READ PLACEMENT-INDEX NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-IDXSCAN
                       NOT AT END
                           PERFORM 7442-COMPARE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE PLACEMENT-INDEX
               PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                       UNTIL WS-IDX-SUB > 9999
                   IF RPL-IS-PLACED (WS-IDX-SUB)
                           AND NOT RPL-SEEN-ON-INDEX (WS-IDX-SUB)
                       PERFORM 7446-REPORT-MISSING
                   END-IF
               END-PERFORM
               IF WS-IDX-MISSING-COUNT = 0
                       AND WS-IDX-EXTRA-COUNT = 0
                       AND WS-IDX-DIFF-COUNT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '   NONE - LIVE INDEX AGREES WITH THE REPLAY'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.

       7442-COMPARE-ONE-ROW SECTION.
       7442-COMPARE-ONE-ROW-PARA.
           ADD 1 TO WS-IDX-LIVE-COUNT.
           MOVE PI-CAND-ID TO WS-IDX-CAND.
           IF WS-IDX-CAND = 0
               PERFORM 7444-REPORT-EXTRA
           ELSE
               IF NOT RPL-IS-PLACED (WS-IDX-CAND)
                   PERFORM 7444-REPORT-EXTRA
               ELSE
                   MOVE 'Y' TO WS-RPL-SEEN (WS-IDX-CAND)
                   IF PI-INSTR-ID NOT = WS-RPL-INSTR-ID (WS-IDX-CAND)
                       MOVE 'INSTRUCTOR' TO WS-IDX-TEXT
                       MOVE PI-INSTR-ID TO WS-IDX-LIVE-VAL
                       MOVE WS-RPL-INSTR-ID (WS-IDX-CAND)
                           TO WS-IDX-RPL-VAL
                       PERFORM 7448-REPORT-DIFFERENCE
                   END-IF
                   IF PI-SECTION-NO
                           NOT = WS-RPL-SECTION-NO (WS-IDX-CAND)
                       MOVE 'SECTION' TO WS-IDX-TEXT
                       MOVE PI-SECTION-NO TO WS-EDIT-2
                       MOVE WS-EDIT-2 TO WS-IDX-LIVE-VAL
                       MOVE WS-RPL-SECTION-NO (WS-IDX-CAND)
                           TO WS-EDIT-2
                       MOVE WS-EDIT-2 TO WS-IDX-RPL-VAL
                       PERFORM 7448-REPORT-DIFFERENCE
                   END-IF
                   IF PI-CONFIRMED NOT = WS-RPL-CONFIRMED (WS-IDX-CAND)
                       MOVE 'CONFIRMED FLAG' TO WS-IDX-TEXT
                       MOVE PI-CONFIRMED TO WS-IDX-LIVE-VAL
                       MOVE WS-RPL-CONFIRMED (WS-IDX-CAND)
                           TO WS-IDX-RPL-VAL
                       PERFORM 7448-REPORT-DIFFERENCE
                   END-IF
               END-IF
           END-IF.

       7444-REPORT-EXTRA SECTION.
       7444-REPORT-EXTRA-PARA.
           ADD 1 TO WS-IDX-EXTRA-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE PI-SECTION-NO TO WS-EDIT-2.
           STRING '   EXTRA ON INDEX     CAND: ' PI-CAND-ID
                   '  INSTR: ' PI-INSTR-ID
                   '  SEC ' WS-EDIT-2
                   '  CONFIRMED: ' PI-CONFIRMED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.

       7446-REPORT-MISSING SECTION.
       7446-REPORT-MISSING-PARA.
           ADD 1 TO WS-IDX-MISSING-COUNT.
           MOVE WS-IDX-SUB TO WS-IDX-CAND.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RPL-SECTION-NO (WS-IDX-CAND) TO WS-EDIT-2.
           STRING '   MISSING FROM INDEX CAND: ' WS-IDX-CAND
                   '  INSTR: ' WS-RPL-INSTR-ID (WS-IDX-CAND)
                   '  SEC ' WS-EDIT-2
                   '  CONFIRMED: ' WS-RPL-CONFIRMED (WS-IDX-CAND)
                   '  LAST: ' WS-RPL-SOURCE (WS-IDX-CAND)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.

       7448-REPORT-DIFFERENCE SECTION.
       7448-REPORT-DIFFERENCE-PARA.
           ADD 1 TO WS-IDX-DIFF-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   DIFFERENT          CAND: ' WS-IDX-CAND
                   '  ' WS-IDX-TEXT (1:14)
                   '  INDEX: ' WS-IDX-LIVE-VAL
                   '  REPLAY: ' WS-IDX-RPL-VAL
                   '  LAST: ' WS-RPL-SOURCE (WS-IDX-CAND)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.

       7450-REBUILD-INDEX SECTION.
       7450-REBUILD-INDEX-PARA.
           OPEN OUTPUT PLACEMENT-INDEX.
           IF WS-PLACEIDX-STATUS NOT = '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PLACEMENT INDEX WOULD NOT OPEN FOR OUTPUT - '
                       'NOT REBUILT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE
               MOVE 8 TO WS-RETURN-SEVERITY
           ELSE
               PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                       UNTIL WS-IDX-SUB > 9999
                   IF RPL-IS-PLACED (WS-IDX-SUB)
                       MOVE WS-IDX-SUB TO PI-CAND-ID
                       MOVE WS-RPL-INSTR-ID (WS-IDX-SUB) TO PI-INSTR-ID
                       MOVE WS-RPL-INSTR-RANK (WS-IDX-SUB)
                           TO PI-INSTR-RANK
                       MOVE WS-RPL-CAND-RANK (WS-IDX-SUB)
                           TO PI-CAND-RANK
                       MOVE WS-RPL-DEPT (WS-IDX-SUB) TO PI-DEPT
                       MOVE WS-RPL-SECTION-NO (WS-IDX-SUB)
                           TO PI-SECTION-NO
                       MOVE WS-RPL-CONFIRMED (WS-IDX-SUB)
                           TO PI-CONFIRMED
                       WRITE PLACEMENT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-IDX-WRITTEN-COUNT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE PLACEMENT-INDEX
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PLACEMENT INDEX REBUILT FROM THE REPLAY'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE
           END-IF.

       7490-WRITE-CONFLICT SECTION.
       7490-WRITE-CONFLICT-PARA.
           ADD 1 TO WS-IDX-CONFLICT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   REPLAY CONFLICT    CAND: ' WS-IDX-CAND
                   '  ' WS-IDX-SOURCE
                   ' ' WS-IDX-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE INDEX-VERIFY-RECORD FROM WS-REPORT-LINE.

       7500-GL-JOURNAL-MODE SECTION.
       7500-GL-JOURNAL-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           IF WS-CMD-ARG (11:10) NOT = SPACES
               MOVE WS-CMD-ARG (11:10) TO WS-GL-PERIOD
           END-IF.
           IF WS-GL-PERIOD = SPACES
               MOVE WS-TERM-NAME TO WS-GL-PERIOD
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           OPEN OUTPUT GL-CONTROL-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TA PAYROLL GL JOURNAL CONTROL   PERIOD: '
                   WS-GL-PERIOD '  RUN DATE: ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SOURCE EXTRACT CONTROLS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE.
           PERFORM 7510-POST-STIPEND-EXTRACT.
           PERFORM 7515-POST-MONTHLY-EXTRACT.
           PERFORM 7520-POST-ADJUST-EXTRACT.
           PERFORM 7550-WRITE-JOURNAL.
           CLOSE GL-CONTROL-REPORT.
           MOVE WS-GL-TOTAL-DR TO WS-EDIT-AMT.
           MOVE WS-GL-TOTAL-CR TO WS-EDIT-AMT-B.
           IF WS-GL-REJECT-COUNT > 0
               MOVE 8 TO WS-RETURN-SEVERITY
               DISPLAY 'TA_RANKING: GL JOURNAL REJECTED - '
                   'DEBITS=' WS-EDIT-AMT ' CREDITS=' WS-EDIT-AMT-B
           ELSE
               DISPLAY 'TA_RANKING: GL JOURNAL COMPLETE - '
                   'LINES=' WS-GL-LINE-COUNT
                   ' DEBITS=' WS-EDIT-AMT
           END-IF.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7510-POST-STIPEND-EXTRACT SECTION.
       7510-POST-STIPEND-EXTRACT-PARA.
           MOVE 'STIPEND' TO WS-GL-SOURCE-NAME.
           PERFORM 7525-RESET-SOURCE-CONTROLS.
           OPEN INPUT PAYROLL-EXTRACT.
           IF WS-PAYROLL-STATUS = '00'
               PERFORM UNTIL END-OF-GL-SOURCE
                   READ PAYROLL-EXTRACT
                       AT END
                           MOVE 'Y' TO WS-EOF-GLSRC
                       NOT AT END
                           IF PAY-REC-TYPE = 'T'
                               MOVE 'Y' TO WS-GL-TRL-SW
                               MOVE PAY-TRL-COUNT TO WS-GL-TRL-COUNT
                               MOVE PAY-TRL-TOTAL TO WS-GL-TRL-TOTAL
                           ELSE
                               MOVE PAY-DEPT TO WS-GL-DEPT
                               MOVE PAY-ACCT-CODE TO WS-GL-ACCT
                               MOVE PAY-STIPEND TO WS-GL-AMOUNT
                               MOVE 'D' TO WS-GL-SIDE
                               PERFORM 7530-POST-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EXTRACT
               PERFORM 7540-PROVE-SOURCE
           ELSE
               PERFORM 7545-REPORT-NO-SOURCE
           END-IF.

       7515-POST-MONTHLY-EXTRACT SECTION.
       7515-POST-MONTHLY-EXTRACT-PARA.
           MOVE 'MONTHLY' TO WS-GL-SOURCE-NAME.
           PERFORM 7525-RESET-SOURCE-CONTROLS.
           OPEN INPUT MONTHLY-PAYROLL.
           IF WS-MPAY-STATUS = '00'
               PERFORM UNTIL END-OF-GL-SOURCE
                   READ MONTHLY-PAYROLL
                       AT END
                           MOVE 'Y' TO WS-EOF-GLSRC
                       NOT AT END
                           IF MP-REC-TYPE = 'T'
                               MOVE 'Y' TO WS-GL-TRL-SW
                               MOVE MP-TRL-COUNT TO WS-GL-TRL-COUNT
                               MOVE MP-TRL-TOTAL TO WS-GL-TRL-TOTAL
                               IF MP-TRL-OFF-COUNT IS NUMERIC
                                   AND MP-TRL-OFF-TOTAL IS NUMERIC
                                   MOVE MP-TRL-OFF-COUNT
                                       TO WS-GL-TRL-OFF-COUNT
                                   MOVE MP-TRL-OFF-TOTAL
                                       TO WS-GL-TRL-OFF-TOTAL
                               END-IF
                           END-IF
                           IF MP-REC-TYPE = 'O'
                               ADD 1 TO WS-GL-OFF-COUNT
                               ADD MP-AMOUNT TO WS-GL-OFF-TOTAL
                           END-IF
                           IF MP-REC-TYPE = 'M'
                               MOVE MP-DEPT TO WS-GL-DEPT
                               MOVE MP-ACCT-CODE TO WS-GL-ACCT
                               MOVE MP-AMOUNT TO WS-GL-AMOUNT
                               MOVE 'D' TO WS-GL-SIDE
                               PERFORM 7530-POST-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-PAYROLL
               PERFORM 7540-PROVE-SOURCE
               PERFORM 7542-PROVE-OFFSETS
           ELSE
               PERFORM 7545-REPORT-NO-SOURCE
           END-IF.

       7520-POST-ADJUST-EXTRACT SECTION.
       7520-POST-ADJUST-EXTRACT-PARA.
           MOVE 'ADJUSTMENT' TO WS-GL-SOURCE-NAME.
           PERFORM 7525-RESET-SOURCE-CONTROLS.
           OPEN INPUT ADJUSTMENT-EXTRACT.
           IF WS-ADJUST-STATUS = '00'
               PERFORM UNTIL END-OF-GL-SOURCE
                   READ ADJUSTMENT-EXTRACT
                       AT END
                           MOVE 'Y' TO WS-EOF-GLSRC
                       NOT AT END
                           IF AJ-REC-TYPE = 'T'
                               MOVE 'Y' TO WS-GL-TRL-SW
                               MOVE AJ-TRL-COUNT TO WS-GL-TRL-COUNT
                               MOVE AJ-TRL-TOTAL TO WS-GL-TRL-TOTAL
                           ELSE
                               MOVE AJ-DEPT TO WS-GL-DEPT
                               MOVE AJ-ACCT-CODE TO WS-GL-ACCT
                               MOVE AJ-STIPEND TO WS-GL-AMOUNT
                               IF AJ-REC-TYPE = 'R'
                                   MOVE 'C' TO WS-GL-SIDE
                               ELSE
                                   MOVE 'D' TO WS-GL-SIDE
                               END-IF
                               PERFORM 7530-POST-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-EXTRACT
               PERFORM 7540-PROVE-SOURCE
           ELSE
               PERFORM 7545-REPORT-NO-SOURCE
           END-IF.

       7525-RESET-SOURCE-CONTROLS SECTION.
       7525-RESET-SOURCE-CONTROLS-PARA.
           MOVE 'N' TO WS-EOF-GLSRC.
           MOVE 'N' TO WS-GL-TRL-SW.
           MOVE 0 TO WS-GL-SRC-COUNT.
           MOVE 0 TO WS-GL-SRC-TOTAL.
           MOVE 0 TO WS-GL-TRL-COUNT.
           MOVE 0 TO WS-GL-TRL-TOTAL.
           MOVE 0 TO WS-GL-OFF-COUNT.
           MOVE 0 TO WS-GL-OFF-TOTAL.
           MOVE 0 TO WS-GL-TRL-OFF-COUNT.
           MOVE 0 TO WS-GL-TRL-OFF-TOTAL.

       7530-POST-AMOUNT SECTION.
       7530-POST-AMOUNT-PARA.
           ADD 1 TO WS-GL-SRC-COUNT.
           ADD WS-GL-AMOUNT TO WS-GL-SRC-TOTAL.
           IF WS-GL-ACCT = SPACES
               ADD 1 TO WS-GL-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-GL-AMOUNT TO WS-EDIT-AMT
               STRING '   ' WS-GL-SOURCE-NAME ' DEPT ' WS-GL-DEPT
                       ' AMOUNT ' WS-EDIT-AMT
                       ' HAS NO ACCOUNT CODE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE WS-GL-ACCT TO WS-GL-FIND-ACCT
               PERFORM 7535-FIND-GL-ENTRY
               IF WS-GL-HIT > 0
                   IF WS-GL-SIDE = 'C'
                       ADD WS-GL-AMOUNT TO WS-GL-ENT-CR (WS-GL-HIT)
                   ELSE
                       ADD WS-GL-AMOUNT TO WS-GL-ENT-DR (WS-GL-HIT)
                   END-IF
               END-IF
               MOVE WS-GL-CLEAR-ACCT TO WS-GL-FIND-ACCT
               PERFORM 7535-FIND-GL-ENTRY
               IF WS-GL-HIT > 0
                   IF WS-GL-SIDE = 'C'
                       ADD WS-GL-AMOUNT TO WS-GL-ENT-DR (WS-GL-HIT)
                   ELSE
                       ADD WS-GL-AMOUNT TO WS-GL-ENT-CR (WS-GL-HIT)
                   END-IF
               END-IF
           END-IF.

       7535-FIND-GL-ENTRY SECTION.
       7535-FIND-GL-ENTRY-PARA.
           MOVE 0 TO WS-GL-HIT.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-ENT-DEPT (WS-GL-IDX) = WS-GL-DEPT
                       AND WS-GL-ENT-ACCT (WS-GL-IDX) = WS-GL-FIND-ACCT
                   MOVE WS-GL-IDX TO WS-GL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-GL-HIT = 0
               IF WS-GL-COUNT < 400
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-DEPT TO WS-GL-ENT-DEPT (WS-GL-COUNT)
                   MOVE WS-GL-FIND-ACCT TO WS-GL-ENT-ACCT (WS-GL-COUNT)
                   MOVE 0 TO WS-GL-ENT-DR (WS-GL-COUNT)
                   MOVE 0 TO WS-GL-ENT-CR (WS-GL-COUNT)
                   MOVE WS-GL-COUNT TO WS-GL-HIT
               ELSE
                   ADD 1 TO WS-GL-REJECT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '   JOURNAL SUMMARY TABLE FULL AT DEPT '
                           WS-GL-DEPT ' ACCOUNT ' WS-GL-FIND-ACCT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.

       7540-PROVE-SOURCE SECTION.
       7540-PROVE-SOURCE-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-GL-SRC-COUNT TO WS-EDIT-6.
           MOVE WS-GL-SRC-TOTAL TO WS-EDIT-AMT.
           STRING '   ' WS-GL-SOURCE-NAME ' RECORDS ' WS-EDIT-6
                   ' AMOUNT ' WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE.
           IF NOT GL-TRAILER-SEEN
               ADD 1 TO WS-GL-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   ' WS-GL-SOURCE-NAME
                       ' HAS NO TRAILER - EXTRACT INCOMPLETE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
           ELSE
               IF WS-GL-TRL-COUNT NOT = WS-GL-SRC-COUNT
                       OR WS-GL-TRL-TOTAL NOT = WS-GL-SRC-TOTAL
                   ADD 1 TO WS-GL-REJECT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-GL-TRL-COUNT TO WS-EDIT-6
                   MOVE WS-GL-TRL-TOTAL TO WS-EDIT-AMT
                   STRING '   ' WS-GL-SOURCE-NAME ' TRAILER  '
                           WS-EDIT-6 ' AMOUNT ' WS-EDIT-AMT
                           ' - OUT OF CONTROL'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.

       7542-PROVE-OFFSETS SECTION.
       7542-PROVE-OFFSETS-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-GL-OFF-COUNT TO WS-EDIT-6.
           MOVE WS-GL-OFF-TOTAL TO WS-EDIT-AMT.
           STRING '   ' WS-GL-SOURCE-NAME ' OFFSETS ' WS-EDIT-6
                   ' AMOUNT ' WS-EDIT-AMT ' (DEDUCTIONS - NOT POSTED)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE.
           IF GL-TRAILER-SEEN
               IF WS-GL-TRL-OFF-COUNT NOT = WS-GL-OFF-COUNT
                       OR WS-GL-TRL-OFF-TOTAL NOT = WS-GL-OFF-TOTAL
                   ADD 1 TO WS-GL-REJECT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-GL-TRL-OFF-COUNT TO WS-EDIT-6
                   MOVE WS-GL-TRL-OFF-TOTAL TO WS-EDIT-AMT
                   STRING '   ' WS-GL-SOURCE-NAME ' OFFSET TRAILER  '
                           WS-EDIT-6 ' AMOUNT ' WS-EDIT-AMT
                           ' - OUT OF CONTROL'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.

       7545-REPORT-NO-SOURCE SECTION.
       7545-REPORT-NO-SOURCE-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-GL-SOURCE-NAME
                   ' EXTRACT NOT ON FILE - NOTHING POSTED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE.

       7550-WRITE-JOURNAL SECTION.
       7550-WRITE-JOURNAL-PARA.
           MOVE 0 TO WS-GL-TOTAL-DR.
           MOVE 0 TO WS-GL-TOTAL-CR.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'JOURNAL SUMMARY BY DEPARTMENT AND ACCOUNT'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               ADD WS-GL-ENT-DR (WS-GL-IDX) TO WS-GL-TOTAL-DR
               ADD WS-GL-ENT-CR (WS-GL-IDX) TO WS-GL-TOTAL-CR
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-GL-ENT-DR (WS-GL-IDX) TO WS-EDIT-AMT
               MOVE WS-GL-ENT-CR (WS-GL-IDX) TO WS-EDIT-AMT-B
               STRING '   DEPT ' WS-GL-ENT-DEPT (WS-GL-IDX)
                       ' ACCOUNT ' WS-GL-ENT-ACCT (WS-GL-IDX)
                       '  DR ' WS-EDIT-AMT
                       '  CR ' WS-EDIT-AMT-B
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-GL-TOTAL-DR TO WS-EDIT-AMT.
           MOVE WS-GL-TOTAL-CR TO WS-EDIT-AMT-B.
           STRING '   TOTAL DEBITS ' WS-EDIT-AMT
                   '  TOTAL CREDITS ' WS-EDIT-AMT-B
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE.
           IF WS-GL-TOTAL-DR NOT = WS-GL-TOTAL-CR
               ADD 1 TO WS-GL-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   DEBITS AND CREDITS DO NOT BALANCE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
           END-IF.
           OPEN OUTPUT GL-JOURNAL.
           IF WS-GL-REJECT-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-GL-REJECT-COUNT TO WS-EDIT-6
               STRING 'JOURNAL REJECTED - ' WS-EDIT-6
                       ' CONTROL ERRORS - NOTHING WRITTEN'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE SPACES TO GL-HEADER-RECORD
               MOVE 'H' TO GLH-REC-TYPE
               MOVE WS-GL-PERIOD TO GLH-PERIOD
               MOVE WS-RUN-TIMESTAMP (1:8) TO GLH-RUN-DATE
               MOVE 'TARANK' TO GLH-SOURCE
               MOVE WS-GL-CLEAR-ACCT TO GLH-CLEAR-ACCT
               WRITE GL-HEADER-RECORD
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
                   PERFORM 7555-WRITE-JOURNAL-LINES
               END-PERFORM
               MOVE SPACES TO GL-TRAILER-RECORD
               MOVE 'T' TO GLT-REC-TYPE
               MOVE WS-GL-LINE-COUNT TO GLT-COUNT
               MOVE WS-GL-TOTAL-DR TO GLT-DEBITS
               MOVE WS-GL-TOTAL-CR TO GLT-CREDITS
               WRITE GL-TRAILER-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-GL-LINE-COUNT TO WS-EDIT-6
               STRING 'JOURNAL BALANCED - ' WS-EDIT-6
                       ' LINES WRITTEN'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-CONTROL-RECORD FROM WS-REPORT-LINE
           END-IF.
           CLOSE GL-JOURNAL.

       7555-WRITE-JOURNAL-LINES SECTION.
       7555-WRITE-JOURNAL-LINES-PARA.
           IF WS-GL-ENT-DR (WS-GL-IDX) > 0
               MOVE SPACES TO GL-DETAIL-RECORD
               MOVE 'D' TO GLD-REC-TYPE
               MOVE WS-GL-ENT-DEPT (WS-GL-IDX) TO GLD-DEPT
               MOVE WS-GL-ENT-ACCT (WS-GL-IDX) TO GLD-ACCT-CODE
               MOVE 'D' TO GLD-DR-CR
               MOVE WS-GL-ENT-DR (WS-GL-IDX) TO GLD-AMOUNT
               IF WS-GL-ENT-ACCT (WS-GL-IDX) = WS-GL-CLEAR-ACCT
                   MOVE 'TA PAY RECOVERED' TO GLD-DESCRIPTION
               ELSE
                   MOVE 'TA PAY EXPENSE' TO GLD-DESCRIPTION
               END-IF
               WRITE GL-DETAIL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF.
           IF WS-GL-ENT-CR (WS-GL-IDX) > 0
               MOVE SPACES TO GL-DETAIL-RECORD
               MOVE 'D' TO GLD-REC-TYPE
               MOVE WS-GL-ENT-DEPT (WS-GL-IDX) TO GLD-DEPT
               MOVE WS-GL-ENT-ACCT (WS-GL-IDX) TO GLD-ACCT-CODE
               MOVE 'C' TO GLD-DR-CR
               MOVE WS-GL-ENT-CR (WS-GL-IDX) TO GLD-AMOUNT
               IF WS-GL-ENT-ACCT (WS-GL-IDX) = WS-GL-CLEAR-ACCT
                   MOVE 'TA PAYROLL CLEARING' TO GLD-DESCRIPTION
               ELSE
                   MOVE 'TA PAY RECOVERY' TO GLD-DESCRIPTION
               END-IF
               WRITE GL-DETAIL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF.

       7600-LOAD-RECOVERY-LEDGER SECTION.
       7600-LOAD-RECOVERY-LEDGER-PARA.
           MOVE 0 TO WS-RCV-COUNT.
           MOVE 0 TO WS-RCO-COUNT.
           MOVE 'N' TO WS-EOF-RCVLEDG.
           OPEN INPUT RECOVERY-LEDGER.
           IF WS-RCVLEDG-STATUS = '00'
               PERFORM UNTIL END-OF-RECOVERY-LEDGER
                   READ RECOVERY-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF-RCVLEDG
                       NOT AT END
                           PERFORM 7602-STORE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-LEDGER
           END-IF.
           IF WS-RCV-COUNT > 1
               SORT WS-RCV-ENTRY
                   ASCENDING KEY WS-RCV-CAND-ID WS-RCV-SEQ
           END-IF.
           PERFORM VARYING WS-RCO-IDX FROM 1 BY 1
                   UNTIL WS-RCO-IDX > WS-RCO-COUNT
               MOVE WS-RCO-CAND-ID (WS-RCO-IDX) TO WS-RCV-CAND
               MOVE WS-RCO-AMOUNT (WS-RCO-IDX) TO WS-RCV-APPLY
               PERFORM 7605-APPLY-OFFSET
           END-PERFORM.

       7602-STORE-LEDGER-ROW SECTION.
       7602-STORE-LEDGER-ROW-PARA.
           IF RL-REC-TYPE = 'R' AND WS-RCV-COUNT < 20000
               ADD 1 TO WS-RCV-COUNT
               MOVE RL-CAND-ID TO WS-RCV-CAND-ID (WS-RCV-COUNT)
               MOVE WS-RCV-COUNT TO WS-RCV-SEQ (WS-RCV-COUNT)
               MOVE RL-INSTR-ID TO WS-RCV-INSTR-ID (WS-RCV-COUNT)
               MOVE RL-DEPT TO WS-RCV-DEPT-CODE (WS-RCV-COUNT)
               MOVE RL-TERM TO WS-RCV-TERM (WS-RCV-COUNT)
               MOVE RL-DATE TO WS-RCV-DATE (WS-RCV-COUNT)
               MOVE RL-AMOUNT TO WS-RCV-RAISED (WS-RCV-COUNT)
               MOVE RL-AMOUNT TO WS-RCV-REMAINING (WS-RCV-COUNT)
           END-IF.
           IF RL-REC-TYPE = 'O' AND WS-RCO-COUNT < 20000
               ADD 1 TO WS-RCO-COUNT
               MOVE RL-CAND-ID TO WS-RCO-CAND-ID (WS-RCO-COUNT)
               MOVE RL-INSTR-ID TO WS-RCO-INSTR-ID (WS-RCO-COUNT)
               MOVE RL-MONTH TO WS-RCO-MONTH (WS-RCO-COUNT)
               MOVE RL-AMOUNT TO WS-RCO-AMOUNT (WS-RCO-COUNT)
           END-IF.

       7605-APPLY-OFFSET SECTION.
       7605-APPLY-OFFSET-PARA.
           PERFORM 7607-FIND-FIRST-RECOVERY.
           IF WS-RCV-IDX > 0
               PERFORM UNTIL WS-RCV-IDX > WS-RCV-COUNT
                       OR WS-RCV-APPLY = 0
                       OR WS-RCV-CAND-ID (WS-RCV-IDX) NOT = WS-RCV-CAND
                   IF WS-RCV-REMAINING (WS-RCV-IDX) > WS-RCV-APPLY
                       MOVE WS-RCV-APPLY TO WS-RCV-TAKE
                   ELSE
                       MOVE WS-RCV-REMAINING (WS-RCV-IDX) TO WS-RCV-TAKE
                   END-IF
                   SUBTRACT WS-RCV-TAKE
                       FROM WS-RCV-REMAINING (WS-RCV-IDX)
                   SUBTRACT WS-RCV-TAKE FROM WS-RCV-APPLY
                   ADD 1 TO WS-RCV-IDX
               END-PERFORM
           END-IF.

       7607-FIND-FIRST-RECOVERY SECTION.
       7607-FIND-FIRST-RECOVERY-PARA.
           MOVE 0 TO WS-RCV-IDX.
           IF WS-RCV-COUNT > 0
               SEARCH ALL WS-RCV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RCV-CAND-ID (RCV-IX) = WS-RCV-CAND
                       SET WS-RCV-IDX TO RCV-IX
               END-SEARCH
           END-IF.
           IF WS-RCV-IDX > 0
               PERFORM UNTIL WS-RCV-IDX = 1
                       OR WS-RCV-CAND-ID (WS-RCV-IDX - 1)
                           NOT = WS-RCV-CAND
                   SUBTRACT 1 FROM WS-RCV-IDX
               END-PERFORM
           END-IF.

       7610-OPEN-RECOVERY-LEDGER SECTION.
       7610-OPEN-RECOVERY-LEDGER-PARA.
           OPEN EXTEND RECOVERY-LEDGER.
           IF WS-RCVLEDG-STATUS NOT = '00'
               OPEN OUTPUT RECOVERY-LEDGER
           END-IF.
           IF WS-RCVLEDG-STATUS = '00'
               MOVE 'Y' TO WS-RCVLEDG-OPEN
           ELSE
               MOVE 'N' TO WS-RCVLEDG-OPEN
               DISPLAY 'TA_RANKING: RECOVERY LEDGER CANNOT BE OPENED - '
                   'STATUS ' WS-RCVLEDG-STATUS
           END-IF.

       7620-RAISE-RECOVERY SECTION.
       7620-RAISE-RECOVERY-PARA.
           MOVE 'N' TO WS-RCV-DUP-SW.
           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
                       OR RECOVERY-ON-LEDGER
               IF WS-RCV-CAND-ID (WS-RCV-IDX) = WS-RCV-CAND
                       AND WS-RCV-INSTR-ID (WS-RCV-IDX) = WS-RCV-INSTR
                       AND WS-RCV-DATE (WS-RCV-IDX) = TH-EFF-DATE
                   MOVE 'Y' TO WS-RCV-DUP-SW
               END-IF
           END-PERFORM.
           IF WS-RCV-AMOUNT > 0 AND NOT RECOVERY-ON-LEDGER
                   AND RCVLEDG-IS-OPEN
               MOVE 'R' TO RL-REC-TYPE
               MOVE WS-RCV-CAND TO RL-CAND-ID
               MOVE WS-RCV-INSTR TO RL-INSTR-ID
               MOVE WS-RCV-DEPT TO RL-DEPT
               MOVE WS-TERM-NAME TO RL-TERM
               MOVE TH-EFF-DATE TO RL-DATE
               MOVE SPACES TO RL-MONTH
               MOVE WS-RCV-AMOUNT TO RL-AMOUNT
               PERFORM 7602-STORE-LEDGER-ROW
               WRITE RECOVERY-LEDGER-RECORD
               ADD 1 TO WS-RCV-RAISED-COUNT
           END-IF.

       7630-OFFSET-RECOVERY SECTION.
       7630-OFFSET-RECOVERY-PARA.
           MOVE 0 TO WS-RCV-OFFSET.
           MOVE 'N' TO WS-RCV-DUP-SW.
           PERFORM VARYING WS-RCO-IDX FROM 1 BY 1
                   UNTIL WS-RCO-IDX > WS-RCO-COUNT
                       OR RECOVERY-ON-LEDGER
               IF WS-RCO-CAND-ID (WS-RCO-IDX) = TS-CAND-ID
                       AND WS-RCO-INSTR-ID (WS-RCO-IDX) = TS-INSTR-ID
                       AND WS-RCO-MONTH (WS-RCO-IDX) = TS-MONTH
                   MOVE 'Y' TO WS-RCV-DUP-SW
                   MOVE WS-RCO-AMOUNT (WS-RCO-IDX) TO WS-RCV-OFFSET
               END-IF
           END-PERFORM.
           IF NOT RECOVERY-ON-LEDGER AND RCVLEDG-IS-OPEN
               PERFORM 7635-TAKE-NEW-OFFSET
           END-IF.
           IF WS-RCV-OFFSET > 0
               MOVE 'O' TO MP-REC-TYPE
               MOVE TS-CAND-ID TO MP-CAND-ID
               MOVE TS-INSTR-ID TO MP-INSTR-ID
               MOVE PI-DEPT TO MP-DEPT
               MOVE TS-MONTH TO MP-MONTH
               MOVE 0 TO MP-HOURS
               MOVE WS-RCV-OFFSET TO MP-AMOUNT
               MOVE WS-RATE-ACCT (WS-RATE-IDX) TO MP-ACCT-CODE
               WRITE MONTHLY-DETAIL-RECORD
               ADD 1 TO WS-RCV-OFFSET-COUNT
               ADD WS-RCV-OFFSET TO WS-RCV-OFFSET-TOTAL
           END-IF.

       7635-TAKE-NEW-OFFSET SECTION.
       7635-TAKE-NEW-OFFSET-PARA.
           MOVE TS-CAND-ID TO WS-RCV-CAND.
           MOVE 0 TO WS-RCV-BALANCE.
           PERFORM 7607-FIND-FIRST-RECOVERY.
           IF WS-RCV-IDX > 0
               PERFORM UNTIL WS-RCV-IDX > WS-RCV-COUNT
                       OR WS-RCV-CAND-ID (WS-RCV-IDX) NOT = WS-RCV-CAND
                   ADD WS-RCV-REMAINING (WS-RCV-IDX) TO WS-RCV-BALANCE
                   ADD 1 TO WS-RCV-IDX
               END-PERFORM
           END-IF.
           COMPUTE WS-RCV-LIMIT = WS-RCV-CLAIMED * WS-RECOV-PCT / 100.
           IF WS-RCV-BALANCE < WS-RCV-LIMIT
               MOVE WS-RCV-BALANCE TO WS-RCV-OFFSET
           ELSE
               MOVE WS-RCV-LIMIT TO WS-RCV-OFFSET
           END-IF.
           IF WS-RCV-OFFSET > 0
               MOVE 'O' TO RL-REC-TYPE
               MOVE TS-CAND-ID TO RL-CAND-ID
               MOVE TS-INSTR-ID TO RL-INSTR-ID
               MOVE PI-DEPT TO RL-DEPT
               MOVE WS-TERM-NAME TO RL-TERM
               MOVE WS-RUN-TIMESTAMP (1:8) TO RL-DATE
               MOVE TS-MONTH TO RL-MONTH
               MOVE WS-RCV-OFFSET TO RL-AMOUNT
               PERFORM 7602-STORE-LEDGER-ROW
               WRITE RECOVERY-LEDGER-RECORD
               MOVE WS-RCV-OFFSET TO WS-RCV-APPLY
               PERFORM 7605-APPLY-OFFSET
           END-IF.

       7650-WRITE-RECOVERY-REPORT SECTION.
       7650-WRITE-RECOVERY-REPORT-PARA.
           OPEN OUTPUT RECOVERY-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVERPAYMENT RECOVERY - OUTSTANDING BALANCES   TERM: '
                   WS-TERM-NAME '  RUN DATE: ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECOVERED FROM CLAIMED PAY AT UP TO ' WS-RECOV-PCT
                   ' PERCENT PER MONTH - CANDIDATES MARKED LEFT '
                   'ARE FOR GRADUATE OFFICE ACTION'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CAND NAME                 STATUS   TERM RAISED'
                   '      AGE     INSTR DEPT     OUTSTANDING'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE 0 TO WS-RCV-PREV-CAND.
           MOVE 0 TO WS-RCV-CAND-TOTAL.
           MOVE 0 TO WS-RCV-CURRENT-TOTAL.
           MOVE 0 TO WS-RCV-PRIOR-TOTAL.
           MOVE 0 TO WS-RCV-OWING-COUNT.
           MOVE 0 TO WS-RCV-TERM-COUNT.
           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
               IF WS-RCV-REMAINING (WS-RCV-IDX) > 0
                   PERFORM 7655-WRITE-RECOVERY-LINE
               END-IF
           END-PERFORM.
           IF WS-RCV-PREV-CAND NOT = 0
               PERFORM 7657-WRITE-CAND-SUBTOTAL
           END-IF.
           PERFORM 7659-WRITE-AGING-SUMMARY.
           CLOSE RECOVERY-REPORT.

       7655-WRITE-RECOVERY-LINE SECTION.
       7655-WRITE-RECOVERY-LINE-PARA.
           IF WS-RCV-CAND-ID (WS-RCV-IDX) NOT = WS-RCV-PREV-CAND
               IF WS-RCV-PREV-CAND NOT = 0
                   PERFORM 7657-WRITE-CAND-SUBTOTAL
               END-IF
               MOVE WS-RCV-CAND-ID (WS-RCV-IDX) TO WS-RCV-PREV-CAND
               MOVE 0 TO WS-RCV-CAND-TOTAL
               ADD 1 TO WS-RCV-OWING-COUNT
               MOVE WS-RCV-CAND-ID (WS-RCV-IDX) TO WS-LOOKUP-ID
               PERFORM 2070-FIND-CAND-ROSTER
               IF ROSTER-WAS-FOUND AND LOOKUP-CAND-ENROLLED
                   MOVE 'ENROLLED' TO WS-RCV-STATUS-TEXT
               ELSE
                   MOVE 'LEFT' TO WS-RCV-STATUS-TEXT
               END-IF
           END-IF.
           IF WS-RCV-TERM (WS-RCV-IDX) = WS-TERM-NAME
               MOVE 'CURRENT' TO WS-RCV-AGE
               ADD WS-RCV-REMAINING (WS-RCV-IDX)
                   TO WS-RCV-CURRENT-TOTAL
           ELSE
               MOVE 'PRIOR' TO WS-RCV-AGE
               ADD WS-RCV-REMAINING (WS-RCV-IDX) TO WS-RCV-PRIOR-TOTAL
           END-IF.
           ADD WS-RCV-REMAINING (WS-RCV-IDX) TO WS-RCV-CAND-TOTAL.
           PERFORM 7658-ADD-TERM-AGING.
           MOVE WS-RCV-REMAINING (WS-RCV-IDX) TO WS-EDIT-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-RCV-CAND-ID (WS-RCV-IDX) ' '
                   WS-LOOKUP-CAND-NAME ' ' WS-RCV-STATUS-TEXT ' '
                   WS-RCV-TERM (WS-RCV-IDX) ' ' WS-RCV-AGE ' '
                   WS-RCV-INSTR-ID (WS-RCV-IDX) '  '
                   WS-RCV-DEPT-CODE (WS-RCV-IDX) ' ' WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.

       7657-WRITE-CAND-SUBTOTAL SECTION.
       7657-WRITE-CAND-SUBTOTAL-PARA.
           MOVE WS-RCV-CAND-TOTAL TO WS-EDIT-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '     CANDIDATE ' WS-RCV-PREV-CAND
                   ' BALANCE OUTSTANDING                        '
                   WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.

       7658-ADD-TERM-AGING SECTION.
       7658-ADD-TERM-AGING-PARA.
           MOVE 0 TO WS-RCV-TERM-HIT.
           PERFORM VARYING WS-RCV-TERM-IDX FROM 1 BY 1
                   UNTIL WS-RCV-TERM-IDX > WS-RCV-TERM-COUNT
               IF WS-RCV-TERM-NAME (WS-RCV-TERM-IDX)
                       = WS-RCV-TERM (WS-RCV-IDX)
                   MOVE WS-RCV-TERM-IDX TO WS-RCV-TERM-HIT
               END-IF
           END-PERFORM.
           IF WS-RCV-TERM-HIT = 0 AND WS-RCV-TERM-COUNT < 50
               ADD 1 TO WS-RCV-TERM-COUNT
               MOVE WS-RCV-TERM-COUNT TO WS-RCV-TERM-HIT
               MOVE WS-RCV-TERM (WS-RCV-IDX)
                   TO WS-RCV-TERM-NAME (WS-RCV-TERM-HIT)
               MOVE 0 TO WS-RCV-TERM-TOTAL (WS-RCV-TERM-HIT)
           END-IF.
           IF WS-RCV-TERM-HIT > 0
               ADD WS-RCV-REMAINING (WS-RCV-IDX)
                   TO WS-RCV-TERM-TOTAL (WS-RCV-TERM-HIT)
           END-IF.

       7659-WRITE-AGING-SUMMARY SECTION.
       7659-WRITE-AGING-SUMMARY-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OUTSTANDING BY TERM RAISED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-RCV-TERM-IDX FROM 1 BY 1
                   UNTIL WS-RCV-TERM-IDX > WS-RCV-TERM-COUNT
               MOVE WS-RCV-TERM-TOTAL (WS-RCV-TERM-IDX) TO WS-EDIT-AMT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  TERM ' WS-RCV-TERM-NAME (WS-RCV-TERM-IDX)
                       '   ' WS-EDIT-AMT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           MOVE WS-RCV-CURRENT-TOTAL TO WS-EDIT-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CURRENT TERM OUTSTANDING:  ' WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-RCV-PRIOR-TOTAL TO WS-EDIT-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRIOR TERMS OUTSTANDING:   ' WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           COMPUTE WS-RCV-BALANCE =
               WS-RCV-CURRENT-TOTAL + WS-RCV-PRIOR-TOTAL.
           MOVE WS-RCV-BALANCE TO WS-EDIT-AMT.
           MOVE WS-RCV-OWING-COUNT TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL OUTSTANDING:         ' WS-EDIT-AMT
                   '   CANDIDATES OWING: ' WS-EDIT-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-RCV-OFFSET-TOTAL TO WS-EDIT-AMT.
           MOVE WS-RCV-OFFSET-COUNT TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OFFSET THIS RUN:           ' WS-EDIT-AMT
                   '   DEDUCTION LINES:  ' WS-EDIT-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.

       7700-RETENTION-PURGE-MODE SECTION.
       7700-RETENTION-PURGE-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           IF WS-CMD-ARG (7:2) IS NUMERIC
               MOVE WS-CMD-ARG (7:2) TO WS-PRG-KEEP-ALL
           END-IF.
           IF WS-PRG-KEEP-ALL = 0
               MOVE 6 TO WS-PRG-KEEP-ALL
           END-IF.
           IF WS-PRG-KEEP-HIST = 0
               MOVE WS-PRG-KEEP-ALL TO WS-PRG-KEEP-HIST
           END-IF.
           IF WS-PRG-KEEP-TXN = 0
               MOVE WS-PRG-KEEP-ALL TO WS-PRG-KEEP-TXN
           END-IF.
           IF WS-PRG-KEEP-EVAL = 0
               MOVE WS-PRG-KEEP-ALL TO WS-PRG-KEEP-EVAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           PERFORM 7702-LOAD-CLOSED-TERMS.
           PERFORM 2050-LOAD-ROSTERS.
           OPEN OUTPUT PURGE-CERTIFICATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RETENTION PURGE CERTIFICATE   TERM: ' WS-TERM-NAME
                   '  RUN DATE: ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PREPARED FOR THE RECORDS OFFICE - ROWS REMOVED AND '
                   'EVALUATIONS ANONYMISED BY FILE AND TERM'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           PERFORM 7710-PURGE-HISTORY.
           PERFORM 7720-PURGE-TXN-HISTORY.
           PERFORM 7730-PURGE-EVALUATIONS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PRG-TOTAL-REMOVED TO WS-EDIT-6.
           MOVE WS-PRG-TOTAL-ANON TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL ROWS REMOVED: ' WS-EDIT-6
                   '   EVALUATIONS ANONYMISED: ' WS-EDIT-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           CLOSE PURGE-CERTIFICATE.
           DISPLAY 'TA_RANKING: RETENTION PURGE COMPLETE - '
               'REMOVED=' WS-PRG-TOTAL-REMOVED
               ' ANONYMISED=' WS-PRG-TOTAL-ANON.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7702-LOAD-CLOSED-TERMS SECTION.
       7702-LOAD-CLOSED-TERMS-PARA.
           MOVE 0 TO WS-PRG-TC-COUNT.
           MOVE 'N' TO WS-EOF-TERMCTL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERMCTL-STATUS = '00'
               PERFORM UNTIL END-OF-TERM-CONTROL
                   READ TERM-CONTROL
                       AT END
                           MOVE 'Y' TO WS-EOF-TERMCTL
                       NOT AT END
                           IF TC-STATUS = 'C'
                                   AND TC-TERM NOT = WS-TERM-NAME
                                   AND WS-PRG-TC-COUNT < 200
                               ADD 1 TO WS-PRG-TC-COUNT
                               MOVE TC-TERM
                                   TO WS-PRG-TC-TERM (WS-PRG-TC-COUNT)
                               MOVE TC-TERM-START
                                   TO WS-PRG-TC-START (WS-PRG-TC-COUNT)
                               MOVE TC-TERM-END
                                   TO WS-PRG-TC-END (WS-PRG-TC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-CONTROL
           END-IF.

       7705-BUILD-KEPT-TERMS SECTION.
       7705-BUILD-KEPT-TERMS-PARA.
           MOVE 1 TO WS-PRG-KT-COUNT.
           MOVE WS-TERM-NAME TO WS-PRG-KEPT-TERM (1).
           MOVE WS-TERM-START-PARM TO WS-PRG-CUTOFF.
           MOVE WS-PRG-TC-COUNT TO WS-PRG-TC-IDX.
           PERFORM UNTIL WS-PRG-TC-IDX = 0
                   OR WS-PRG-KT-COUNT NOT < WS-PRG-KEEP
               MOVE WS-PRG-TC-TERM (WS-PRG-TC-IDX) TO WS-PRG-TEST-TERM
               PERFORM 7707-CHECK-TERM-KEPT
               IF NOT PRG-TERM-KEPT
                   ADD 1 TO WS-PRG-KT-COUNT
                   MOVE WS-PRG-TEST-TERM
                       TO WS-PRG-KEPT-TERM (WS-PRG-KT-COUNT)
                   MOVE WS-PRG-TC-START (WS-PRG-TC-IDX)
                       TO WS-PRG-CUTOFF
               END-IF
               SUBTRACT 1 FROM WS-PRG-TC-IDX
           END-PERFORM.
           IF WS-PRG-KT-COUNT NOT < WS-PRG-KEEP
               MOVE 'Y' TO WS-PRG-WINDOW-SW
           ELSE
               MOVE 'N' TO WS-PRG-WINDOW-SW
           END-IF.
           MOVE 0 TO WS-PRG-READ.
           MOVE 0 TO WS-PRG-KEPT-ROWS.
           MOVE 0 TO WS-PRG-REMOVED.
           MOVE 0 TO WS-PRG-ANON.
           MOVE 0 TO WS-PRG-CNT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PRG-KEEP TO WS-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           IF PRG-WINDOW-SET
               STRING 'FILE ' WS-PRG-FILE '  TERMS KEPT: ' WS-EDIT-2
                       '  OLDEST TERM KEPT: '
                       WS-PRG-KEPT-TERM (WS-PRG-KT-COUNT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'FILE ' WS-PRG-FILE '  TERMS KEPT: ' WS-EDIT-2
                       '  TOO FEW CLOSED TERMS - NOTHING REMOVED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.

       7707-CHECK-TERM-KEPT SECTION.
       7707-CHECK-TERM-KEPT-PARA.
           MOVE 'N' TO WS-PRG-KEEP-SW.
           PERFORM VARYING WS-PRG-KT-IDX FROM 1 BY 1
                   UNTIL WS-PRG-KT-IDX > WS-PRG-KT-COUNT
               IF WS-PRG-KEPT-TERM (WS-PRG-KT-IDX) = WS-PRG-TEST-TERM
                   MOVE 'Y' TO WS-PRG-KEEP-SW
               END-IF
           END-PERFORM.

       7708-COUNT-BY-TERM SECTION.
       7708-COUNT-BY-TERM-PARA.
           MOVE 0 TO WS-PRG-CNT-HIT.
           PERFORM VARYING WS-PRG-CNT-IDX FROM 1 BY 1
                   UNTIL WS-PRG-CNT-IDX > WS-PRG-CNT-COUNT
               IF WS-PRG-CNT-TERM (WS-PRG-CNT-IDX) = WS-PRG-TEST-TERM
                   MOVE WS-PRG-CNT-IDX TO WS-PRG-CNT-HIT
               END-IF
           END-PERFORM.
           IF WS-PRG-CNT-HIT = 0 AND WS-PRG-CNT-COUNT < 300
               ADD 1 TO WS-PRG-CNT-COUNT
               MOVE WS-PRG-CNT-COUNT TO WS-PRG-CNT-HIT
               MOVE WS-PRG-TEST-TERM
                   TO WS-PRG-CNT-TERM (WS-PRG-CNT-HIT)
               MOVE 0 TO WS-PRG-CNT-REMOVED (WS-PRG-CNT-HIT)
           END-IF.
           IF WS-PRG-CNT-HIT > 0
               ADD 1 TO WS-PRG-CNT-REMOVED (WS-PRG-CNT-HIT)
           END-IF.

       7709-WRITE-FILE-COUNTS SECTION.
       7709-WRITE-FILE-COUNTS-PARA.
           PERFORM VARYING WS-PRG-CNT-IDX FROM 1 BY 1
                   UNTIL WS-PRG-CNT-IDX > WS-PRG-CNT-COUNT
               MOVE WS-PRG-CNT-REMOVED (WS-PRG-CNT-IDX) TO WS-EDIT-6
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-PRG-FILE = 'EVALUATIONS'
                   STRING '  TERM ' WS-PRG-CNT-TERM (WS-PRG-CNT-IDX)
                           '  ANONYMISED: ' WS-EDIT-6
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING '  TERM ' WS-PRG-CNT-TERM (WS-PRG-CNT-IDX)
                           '  REMOVED:    ' WS-EDIT-6
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           MOVE WS-PRG-READ TO WS-EDIT-6.
           MOVE WS-PRG-KEPT-ROWS TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PRG-FILE = 'EVALUATIONS'
               MOVE WS-PRG-ANON TO WS-EDIT-4B
               STRING '  ROWS READ: ' WS-EDIT-6 '  DETAIL KEPT: '
                       WS-EDIT-4 '  ANONYMISED: ' WS-EDIT-4B
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-PRG-REMOVED TO WS-EDIT-4B
               STRING '  ROWS READ: ' WS-EDIT-6 '  KEPT: '
                       WS-EDIT-4 '  REMOVED: ' WS-EDIT-4B
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           ADD WS-PRG-REMOVED TO WS-PRG-TOTAL-REMOVED.
           ADD WS-PRG-ANON TO WS-PRG-TOTAL-ANON.

       7711-COPY-TO-WORK SECTION.
       7711-COPY-TO-WORK-PARA.
           MOVE WS-PURGEWORK-PATH TO WS-ARC-DST-PATH.
           PERFORM 7336-COPY-FILE.
           MOVE WS-PURGEWORK-PATH TO WS-ARC-SRC-PATH.
           MOVE 'N' TO WS-PRG-EOF.

       7712-CLEAR-WORK SECTION.
       7712-CLEAR-WORK-PARA.
           MOVE WS-PURGEWORK-PATH TO WS-ARC-DST-PATH.
           OPEN OUTPUT ARCHIVE-OUT.
           CLOSE ARCHIVE-OUT.

       7710-PURGE-HISTORY SECTION.
       7710-PURGE-HISTORY-PARA.
           MOVE 'HISTORY-ARCHIVE' TO WS-PRG-FILE.
           MOVE WS-PRG-KEEP-HIST TO WS-PRG-KEEP.
           PERFORM 7705-BUILD-KEPT-TERMS.
           MOVE 0 TO WS-PRG-FND-KEPT.
           MOVE 0 TO WS-PRG-ENR-KEPT.
           IF PRG-WINDOW-SET
               PERFORM 7713-LOAD-FUNDED-CANDS
           END-IF.
           MOVE WS-HISTORY-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7711-COPY-TO-WORK.
           IF WS-ARCIN-STATUS NOT = '00'
               PERFORM 7719-FILE-NOT-ON-FILE
           ELSE
               OPEN INPUT ARCHIVE-IN
               OPEN OUTPUT HISTORY-ARCHIVE
               PERFORM UNTIL END-OF-PURGE-INPUT
                   READ ARCHIVE-IN
                       AT END
                           MOVE 'Y' TO WS-PRG-EOF
                       NOT AT END
                           PERFORM 7715-PURGE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE
               CLOSE ARCHIVE-IN
               PERFORM 7712-CLEAR-WORK
               PERFORM 7709-WRITE-FILE-COUNTS
               MOVE WS-PRG-FND-KEPT TO WS-EDIT-6
               MOVE WS-PRG-FND-COUNT TO WS-EDIT-4
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  KEPT FOR FUNDING GUARANTEES: ' WS-EDIT-6
                       ' ROWS OF ' WS-EDIT-4 ' FUNDED CANDIDATES'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  (ALL HISTORY KEPT WHILE A COMMITMENT ENDS IN'
                       ' OR AFTER THE OLDEST TERM KEPT)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE
               MOVE WS-PRG-ENR-KEPT TO WS-EDIT-6
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  KEPT FOR ENROLLED CANDIDATES: ' WS-EDIT-6
                       ' ROWS (SENIORITY STILL COUNTED)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE
           END-IF.

       7713-LOAD-FUNDED-CANDS SECTION.
       7713-LOAD-FUNDED-CANDS-PARA.
           MOVE 0 TO WS-PRG-FND-COUNT.
           PERFORM 2472-LOAD-TERM-DATES.
           MOVE WS-PRG-KEPT-TERM (WS-PRG-KT-COUNT)
               TO WS-FND-LOOKUP-TERM.
           PERFORM 2478-FIND-TERM-START.
           MOVE WS-FND-LOOKUP-DATE TO WS-PRG-OLDEST-KEY.
           MOVE 'N' TO WS-EOF-FUNDING.
           OPEN INPUT FUNDING-COMMITMENTS.
           IF WS-FUNDING-STATUS = '00'
               PERFORM UNTIL END-OF-FUNDING
                   READ FUNDING-COMMITMENTS
                       AT END
                           MOVE 'Y' TO WS-EOF-FUNDING
                       NOT AT END
                           PERFORM 7714-CHECK-COMMITMENT-LIVE
                   END-READ
               END-PERFORM
               CLOSE FUNDING-COMMITMENTS
           END-IF.

       7714-CHECK-COMMITMENT-LIVE SECTION.
       7714-CHECK-COMMITMENT-LIVE-PARA.
           MOVE 'N' TO WS-PRG-FND-SW.
           IF FC-CAND-ID IS NUMERIC
               IF FC-END-TERM = SPACES
                   MOVE 'Y' TO WS-PRG-FND-SW
               ELSE
                   MOVE FC-END-TERM TO WS-FND-LOOKUP-TERM
                   PERFORM 2478-FIND-TERM-START
                   IF WS-FND-LOOKUP-DATE NOT = SPACES
                           AND WS-PRG-OLDEST-KEY NOT = SPACES
                       MOVE WS-FND-LOOKUP-DATE TO WS-PRG-END-KEY
                       IF WS-PRG-END-KEY NOT < WS-PRG-OLDEST-KEY
                           MOVE 'Y' TO WS-PRG-FND-SW
                       END-IF
                   ELSE
                       IF FC-END-TERM NOT <
                               WS-PRG-KEPT-TERM (WS-PRG-KT-COUNT)
                           MOVE 'Y' TO WS-PRG-FND-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF PRG-CAND-FUNDED AND WS-PRG-FND-COUNT < 1000
               ADD 1 TO WS-PRG-FND-COUNT
               MOVE FC-CAND-ID TO WS-PRG-FND-CAND (WS-PRG-FND-COUNT)
           END-IF.

       7715-PURGE-HISTORY-ROW SECTION.
       7715-PURGE-HISTORY-ROW-PARA.
           ADD 1 TO WS-PRG-READ.
           MOVE ARCHIVE-IN-RECORD TO HISTORY-RECORD.
           MOVE HIST-TERM TO WS-PRG-TEST-TERM.
           PERFORM 7707-CHECK-TERM-KEPT.
           MOVE 'N' TO WS-PRG-FND-SW.
           MOVE 'N' TO WS-PRG-ENR-SW.
           IF NOT PRG-TERM-KEPT AND PRG-WINDOW-SET
               PERFORM VARYING WS-PRG-FND-IDX FROM 1 BY 1
                       UNTIL WS-PRG-FND-IDX > WS-PRG-FND-COUNT
                   IF WS-PRG-FND-CAND (WS-PRG-FND-IDX) = HIST-CAND-ID
                       MOVE 'Y' TO WS-PRG-FND-SW
                       ADD 1 TO WS-PRG-FND-KEPT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT PRG-CAND-FUNDED
                   MOVE HIST-CAND-ID TO WS-LOOKUP-ID
                   PERFORM 2070-FIND-CAND-ROSTER
                   IF ROSTER-WAS-FOUND AND LOOKUP-CAND-ENROLLED
                       MOVE 'Y' TO WS-PRG-ENR-SW
                       ADD 1 TO WS-PRG-ENR-KEPT
                   END-IF
               END-IF
           END-IF.
           IF PRG-TERM-KEPT OR NOT PRG-WINDOW-SET OR PRG-CAND-FUNDED
                   OR PRG-CAND-ENROLLED
               ADD 1 TO WS-PRG-KEPT-ROWS
               WRITE HISTORY-RECORD
           ELSE
               ADD 1 TO WS-PRG-REMOVED
               PERFORM 7708-COUNT-BY-TERM
           END-IF.

       7719-FILE-NOT-ON-FILE SECTION.
       7719-FILE-NOT-ON-FILE-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  FILE NOT ON FILE - NOTHING TO PURGE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE.

       7720-PURGE-TXN-HISTORY SECTION.
       7720-PURGE-TXN-HISTORY-PARA.
           MOVE 'TXN-HISTORY' TO WS-PRG-FILE.
           MOVE WS-PRG-KEEP-TXN TO WS-PRG-KEEP.
           PERFORM 7705-BUILD-KEPT-TERMS.
           IF PRG-WINDOW-SET AND WS-PRG-CUTOFF IS NOT NUMERIC
               MOVE 'N' TO WS-PRG-WINDOW-SW
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  OLDEST TERM KEPT HAS NO START DATE - '
                       'NOTHING REMOVED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE WS-TXNHIST-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7711-COPY-TO-WORK.
           IF WS-ARCIN-STATUS NOT = '00'
               PERFORM 7719-FILE-NOT-ON-FILE
           ELSE
               OPEN INPUT ARCHIVE-IN
               OPEN OUTPUT TXN-HISTORY
               PERFORM UNTIL END-OF-PURGE-INPUT
                   READ ARCHIVE-IN
                       AT END
                           MOVE 'Y' TO WS-PRG-EOF
                       NOT AT END
                           PERFORM 7725-PURGE-TXN-ROW
                   END-READ
               END-PERFORM
               CLOSE TXN-HISTORY
               CLOSE ARCHIVE-IN
               PERFORM 7712-CLEAR-WORK
               PERFORM 7709-WRITE-FILE-COUNTS
           END-IF.

       7725-PURGE-TXN-ROW SECTION.
       7725-PURGE-TXN-ROW-PARA.
           ADD 1 TO WS-PRG-READ.
           MOVE ARCHIVE-IN-RECORD TO TXN-HISTORY-RECORD.
           IF PRG-WINDOW-SET AND TH-EFF-DATE < WS-PRG-CUTOFF
               ADD 1 TO WS-PRG-REMOVED
               MOVE TH-EFF-DATE TO WS-PRG-TEST-DATE
               PERFORM 7727-TERM-OF-DATE
               PERFORM 7708-COUNT-BY-TERM
           ELSE
               ADD 1 TO WS-PRG-KEPT-ROWS
               WRITE TXN-HISTORY-RECORD
           END-IF.

       7727-TERM-OF-DATE SECTION.
       7727-TERM-OF-DATE-PARA.
           MOVE 'NO TERM' TO WS-PRG-TEST-TERM.
           PERFORM VARYING WS-PRG-TC-IDX FROM 1 BY 1
                   UNTIL WS-PRG-TC-IDX > WS-PRG-TC-COUNT
               IF WS-PRG-TEST-DATE NOT < WS-PRG-TC-START (WS-PRG-TC-IDX)
                       AND WS-PRG-TEST-DATE
                           NOT > WS-PRG-TC-END (WS-PRG-TC-IDX)
                   MOVE WS-PRG-TC-TERM (WS-PRG-TC-IDX)
                       TO WS-PRG-TEST-TERM
               END-IF
           END-PERFORM.

       7730-PURGE-EVALUATIONS SECTION.
       7730-PURGE-EVALUATIONS-PARA.
           MOVE 'EVALUATIONS' TO WS-PRG-FILE.
           MOVE WS-PRG-KEEP-EVAL TO WS-PRG-KEEP.
           PERFORM 7705-BUILD-KEPT-TERMS.
           MOVE 0 TO WS-PRG-SUM-COUNT.
           MOVE 0 TO WS-PRG-SUM-WRITTEN.
           MOVE WS-EVALS-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7711-COPY-TO-WORK.
           IF WS-ARCIN-STATUS NOT = '00'
               PERFORM 7719-FILE-NOT-ON-FILE
           ELSE
               OPEN INPUT ARCHIVE-IN
               OPEN OUTPUT EVALUATIONS
               PERFORM UNTIL END-OF-PURGE-INPUT
                   READ ARCHIVE-IN
                       AT END
                           MOVE 'Y' TO WS-PRG-EOF
                       NOT AT END
                           PERFORM 7735-PURGE-EVALUATION-ROW
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-PRG-SUM-IDX FROM 1 BY 1
                       UNTIL WS-PRG-SUM-IDX > WS-PRG-SUM-COUNT
                   PERFORM 7739-WRITE-EVAL-SUMMARY
               END-PERFORM
               CLOSE EVALUATIONS
               CLOSE ARCHIVE-IN
               PERFORM 7712-CLEAR-WORK
               PERFORM 7709-WRITE-FILE-COUNTS
               MOVE WS-PRG-SUM-WRITTEN TO WS-EDIT-6
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ANONYMISED SUMMARY ROWS ON FILE: ' WS-EDIT-6
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PURGE-CERTIFICATE-RECORD FROM WS-REPORT-LINE
           END-IF.

       7735-PURGE-EVALUATION-ROW SECTION.
       7735-PURGE-EVALUATION-ROW-PARA.
           ADD 1 TO WS-PRG-READ.
           MOVE ARCHIVE-IN-RECORD TO EVALUATION-SUMMARY-RECORD.
           IF EVS-CAND-ID = 0
               IF EVS-SAT-COUNT IS NOT NUMERIC
                   MOVE 0 TO EVS-SAT-COUNT
               END-IF
               IF EVS-OTHER-COUNT IS NOT NUMERIC
                   MOVE 0 TO EVS-OTHER-COUNT
               END-IF
               IF EVS-DNR-COUNT IS NOT NUMERIC
                   MOVE 0 TO EVS-DNR-COUNT
               END-IF
               PERFORM 7737-FIND-EVAL-SUMMARY
               IF WS-PRG-SUM-HIT > 0
                   ADD EVS-SAT-COUNT TO WS-PRG-SUM-SAT (WS-PRG-SUM-HIT)
                   ADD EVS-OTHER-COUNT
                       TO WS-PRG-SUM-OTHER (WS-PRG-SUM-HIT)
                   ADD EVS-DNR-COUNT TO WS-PRG-SUM-DNR (WS-PRG-SUM-HIT)
               END-IF
           ELSE
               MOVE EV-TERM TO WS-PRG-TEST-TERM
               PERFORM 7707-CHECK-TERM-KEPT
               MOVE 'N' TO WS-ROSTER-FOUND
               IF NOT PRG-TERM-KEPT AND PRG-WINDOW-SET
                   MOVE EV-CAND-ID TO WS-LOOKUP-ID
                   PERFORM 2070-FIND-CAND-ROSTER
               END-IF
               IF ROSTER-WAS-FOUND AND NOT LOOKUP-CAND-ENROLLED
                   PERFORM 7737-FIND-EVAL-SUMMARY
               ELSE
                   MOVE 0 TO WS-PRG-SUM-HIT
               END-IF
               IF WS-PRG-SUM-HIT > 0
                   ADD 1 TO WS-PRG-ANON
                   PERFORM 7708-COUNT-BY-TERM
                   IF EV-RATING = 'S'
                       ADD 1 TO WS-PRG-SUM-SAT (WS-PRG-SUM-HIT)
                   ELSE
                       ADD 1 TO WS-PRG-SUM-OTHER (WS-PRG-SUM-HIT)
                   END-IF
                   IF EV-DNR-FLAG = 'Y'
                       ADD 1 TO WS-PRG-SUM-DNR (WS-PRG-SUM-HIT)
                   END-IF
               ELSE
                   ADD 1 TO WS-PRG-KEPT-ROWS
                   WRITE EVALUATION-RECORD
               END-IF
           END-IF.

       7737-FIND-EVAL-SUMMARY SECTION.
       7737-FIND-EVAL-SUMMARY-PARA.
           MOVE 0 TO WS-PRG-SUM-HIT.
           PERFORM VARYING WS-PRG-SUM-IDX FROM 1 BY 1
                   UNTIL WS-PRG-SUM-IDX > WS-PRG-SUM-COUNT
               IF WS-PRG-SUM-TERM (WS-PRG-SUM-IDX) = EVS-TERM
                       AND WS-PRG-SUM-INSTR (WS-PRG-SUM-IDX)
                           = EVS-INSTR-ID
                   MOVE WS-PRG-SUM-IDX TO WS-PRG-SUM-HIT
               END-IF
           END-PERFORM.
           IF WS-PRG-SUM-HIT = 0 AND WS-PRG-SUM-COUNT < 2000
               ADD 1 TO WS-PRG-SUM-COUNT
               MOVE WS-PRG-SUM-COUNT TO WS-PRG-SUM-HIT
               MOVE EVS-TERM TO WS-PRG-SUM-TERM (WS-PRG-SUM-HIT)
               MOVE EVS-INSTR-ID TO WS-PRG-SUM-INSTR (WS-PRG-SUM-HIT)
               MOVE 0 TO WS-PRG-SUM-SAT (WS-PRG-SUM-HIT)
               MOVE 0 TO WS-PRG-SUM-OTHER (WS-PRG-SUM-HIT)
               MOVE 0 TO WS-PRG-SUM-DNR (WS-PRG-SUM-HIT)
           END-IF.

       7739-WRITE-EVAL-SUMMARY SECTION.
       7739-WRITE-EVAL-SUMMARY-PARA.
           MOVE SPACES TO EVALUATION-SUMMARY-RECORD.
           MOVE WS-PRG-SUM-TERM (WS-PRG-SUM-IDX) TO EVS-TERM.
           MOVE 0 TO EVS-CAND-ID.
           MOVE WS-PRG-SUM-INSTR (WS-PRG-SUM-IDX) TO EVS-INSTR-ID.
           MOVE '*' TO EVS-RATING.
           MOVE 'N' TO EVS-DNR-FLAG.
           MOVE WS-PRG-SUM-SAT (WS-PRG-SUM-IDX) TO EVS-SAT-COUNT.
           MOVE WS-PRG-SUM-OTHER (WS-PRG-SUM-IDX) TO EVS-OTHER-COUNT.
           MOVE WS-PRG-SUM-DNR (WS-PRG-SUM-IDX) TO EVS-DNR-COUNT.
           WRITE EVALUATION-SUMMARY-RECORD.
           ADD 1 TO WS-PRG-SUM-WRITTEN.

       7800-CATALOG-GENERATION SECTION.
       7800-CATALOG-GENERATION-PARA.
           PERFORM 7805-LOAD-GEN-CATALOG.
           MOVE 0 TO WS-GEN-SEQ.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-TERM (WS-GEN-IDX) = WS-TERM-NAME
                       AND WS-GEN-NUMBER (WS-GEN-IDX) > WS-GEN-SEQ
                   MOVE WS-GEN-NUMBER (WS-GEN-IDX) TO WS-GEN-SEQ
               END-IF
           END-PERFORM.
           ADD 1 TO WS-GEN-SEQ.
           MOVE WS-TERM-NAME TO WS-GEN-REF-TERM.
           PERFORM 7807-BUILD-GEN-PREFIX.
           PERFORM VARYING WS-GEN-FILE-NO FROM 1 BY 1
                   UNTIL WS-GEN-FILE-NO > 10
               PERFORM 7812-SET-GEN-SOURCE
               PERFORM 7334-BUILD-ARCHIVE-NAME
               PERFORM 7336-COPY-FILE
           END-PERFORM.
           OPEN EXTEND GEN-CATALOG.
           IF WS-GENCAT-STATUS NOT = '00'
               OPEN OUTPUT GEN-CATALOG
           END-IF.
           MOVE 'G' TO GC-REC-TYPE.
           MOVE WS-TERM-NAME TO GC-TERM.
           MOVE WS-GEN-SEQ TO GC-SEQ.
           MOVE WS-RUN-TIMESTAMP (1:14) TO GC-TIMESTAMP.
           MOVE WS-RETURN-SEVERITY TO GC-RETURN-CODE.
           MOVE WS-INSTR-READ-COUNT TO GC-INSTR-READ.
           MOVE WS-CAND-READ-COUNT TO GC-CAND-READ.
           MOVE WS-ERROR-COUNT TO GC-REJECTED.
           MOVE WS-PLACEMENTS-WRITTEN TO GC-PLACED.
           MOVE WS-UNMATCHED-COUNT TO GC-UNMATCHED.
           MOVE WS-PARM-FILE-PATH TO GC-PARM-FILE.
           WRITE GEN-CATALOG-RECORD.
           IF WS-GEN-COUNT < 500
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-TERM-NAME TO WS-GEN-TERM (WS-GEN-COUNT)
               MOVE WS-GEN-SEQ TO WS-GEN-NUMBER (WS-GEN-COUNT)
               MOVE 'Y' TO WS-GEN-LIVE (WS-GEN-COUNT)
           END-IF.
           DISPLAY 'TA_RANKING: OUTPUTS KEPT AS GENERATION '
               WS-ARC-PREFIX.
           PERFORM 7815-EXPIRE-GENERATIONS.
           CLOSE GEN-CATALOG.

       7805-LOAD-GEN-CATALOG SECTION.
       7805-LOAD-GEN-CATALOG-PARA.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 'N' TO WS-EOF-GENCAT.
           OPEN INPUT GEN-CATALOG.
           IF WS-GENCAT-STATUS = '00'
               PERFORM UNTIL END-OF-GEN-CATALOG
                   READ GEN-CATALOG
                       AT END
                           MOVE 'Y' TO WS-EOF-GENCAT
                       NOT AT END
                           PERFORM 7806-STORE-CATALOG-ROW
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOG
           END-IF.

       7806-STORE-CATALOG-ROW SECTION.
       7806-STORE-CATALOG-ROW-PARA.
           IF GC-REC-TYPE = 'G' AND WS-GEN-COUNT < 500
               ADD 1 TO WS-GEN-COUNT
               MOVE GC-TERM TO WS-GEN-TERM (WS-GEN-COUNT)
               MOVE GC-SEQ TO WS-GEN-NUMBER (WS-GEN-COUNT)
               MOVE 'Y' TO WS-GEN-LIVE (WS-GEN-COUNT)
           END-IF.
           IF GC-REC-TYPE = 'X'
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   IF WS-GEN-TERM (WS-GEN-IDX) = GC-TERM
                           AND WS-GEN-NUMBER (WS-GEN-IDX) = GC-SEQ
                       MOVE 'N' TO WS-GEN-LIVE (WS-GEN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       7807-BUILD-GEN-PREFIX SECTION.
       7807-BUILD-GEN-PREFIX-PARA.
           MOVE SPACES TO WS-ARC-PREFIX.
           STRING WS-GEN-REF-TERM DELIMITED BY SPACE
                   '_G' DELIMITED BY SIZE
                   WS-GEN-SEQ DELIMITED BY SIZE
               INTO WS-ARC-PREFIX.

       7812-SET-GEN-SOURCE SECTION.
       7812-SET-GEN-SOURCE-PARA.
           EVALUATE WS-GEN-FILE-NO
               WHEN 1
                   MOVE WS-OUTPUT-PATH TO WS-ARC-SRC-PATH
               WHEN 2
                   MOVE WS-UNMATCHED-PATH TO WS-ARC-SRC-PATH
               WHEN 3
                   MOVE WS-AUDIT-PATH TO WS-ARC-SRC-PATH
               WHEN 4
                   MOVE WS-ERROR-PATH TO WS-ARC-SRC-PATH
               WHEN 5
                   MOVE WS-STATS-PATH TO WS-ARC-SRC-PATH
               WHEN 6
                   MOVE WS-CURMATCH-PATH TO WS-ARC-SRC-PATH
               WHEN 7
                   MOVE WS-SISUP-PATH TO WS-ARC-SRC-PATH
               WHEN 8
                   MOVE WS-EOJ-PATH TO WS-ARC-SRC-PATH
               WHEN 9
                   MOVE WS-LETTERS-PATH TO WS-ARC-SRC-PATH
               WHEN OTHER
                   MOVE WS-NOTIFY-PATH TO WS-ARC-SRC-PATH
           END-EVALUATE.

       7815-EXPIRE-GENERATIONS SECTION.
       7815-EXPIRE-GENERATIONS-PARA.
           MOVE 0 TO WS-GEN-ACTIVE.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GEN-IS-LIVE (WS-GEN-IDX)
                   ADD 1 TO WS-GEN-ACTIVE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
                       OR WS-GEN-ACTIVE NOT > WS-GEN-KEEP
               IF GEN-IS-LIVE (WS-GEN-IDX)
                   PERFORM 7817-EXPIRE-ONE-GENERATION
                   SUBTRACT 1 FROM WS-GEN-ACTIVE
               END-IF
           END-PERFORM.

       7817-EXPIRE-ONE-GENERATION SECTION.
       7817-EXPIRE-ONE-GENERATION-PARA.
           MOVE 'N' TO WS-GEN-LIVE (WS-GEN-IDX).
           MOVE WS-GEN-TERM (WS-GEN-IDX) TO WS-GEN-REF-TERM.
           MOVE WS-GEN-NUMBER (WS-GEN-IDX) TO WS-GEN-SEQ.
           PERFORM 7807-BUILD-GEN-PREFIX.
           PERFORM VARYING WS-GEN-FILE-NO FROM 1 BY 1
                   UNTIL WS-GEN-FILE-NO > 10
               PERFORM 7812-SET-GEN-SOURCE
               PERFORM 7334-BUILD-ARCHIVE-NAME
               OPEN OUTPUT ARCHIVE-OUT
               CLOSE ARCHIVE-OUT
           END-PERFORM.
           MOVE SPACES TO GEN-CATALOG-RECORD.
           MOVE 'X' TO GC-REC-TYPE.
           MOVE WS-GEN-TERM (WS-GEN-IDX) TO GC-TERM.
           MOVE WS-GEN-NUMBER (WS-GEN-IDX) TO GC-SEQ.
           MOVE WS-RUN-TIMESTAMP (1:14) TO GC-TIMESTAMP.
           WRITE GEN-CATALOG-RECORD.
           DISPLAY 'TA_RANKING: GENERATION ' WS-ARC-PREFIX
               ' EXPIRED'.

       7820-RESOLVE-GENERATION SECTION.
       7820-RESOLVE-GENERATION-PARA.
           MOVE 'N' TO WS-GEN-FOUND-SW.
           MOVE SPACES TO WS-GEN-REF-TERM.
           MOVE SPACES TO WS-GEN-REF-SEQ.
           UNSTRING WS-GEN-REF DELIMITED BY '.' OR SPACE
               INTO WS-GEN-REF-TERM WS-GEN-REF-SEQ
           END-UNSTRING.
           IF WS-GEN-REF-SEQ = SPACES
               UNSTRING WS-GEN-REF-TERM DELIMITED BY SPACE
                   INTO WS-GEN-REF-SEQ
               END-UNSTRING
               MOVE WS-TERM-NAME TO WS-GEN-REF-TERM
           END-IF.
           INSPECT WS-GEN-REF-SEQ REPLACING LEADING SPACE BY '0'.
           IF WS-GEN-REF-SEQ IS NUMERIC
               MOVE WS-GEN-REF-SEQ TO WS-GEN-REF-NUM
               PERFORM 7805-LOAD-GEN-CATALOG
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   IF WS-GEN-TERM (WS-GEN-IDX) = WS-GEN-REF-TERM
                           AND WS-GEN-NUMBER (WS-GEN-IDX)
                               = WS-GEN-REF-NUM
                           AND GEN-IS-LIVE (WS-GEN-IDX)
                       MOVE 'Y' TO WS-GEN-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF GEN-WAS-FOUND
               MOVE WS-GEN-REF-NUM TO WS-GEN-SEQ
               PERFORM 7807-BUILD-GEN-PREFIX
           ELSE
               DISPLAY 'TA_RANKING: GENERATION ' WS-GEN-REF
                   ' NOT ON CATALOG OR EXPIRED'
           END-IF.

       7830-QUERY-GENERATION SECTION.
       7830-QUERY-GENERATION-PARA.
           MOVE WS-CMD-ARG (7:4) TO WS-QUERY-CAND-ID.
           MOVE WS-CMD-ARG (7:4) TO WS-QUERY-INSTR-ID.
           MOVE 0 TO WS-GEN-QUERY-COUNT.
           MOVE WS-CURMATCH-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7334-BUILD-ARCHIVE-NAME.
           MOVE WS-ARC-DST-PATH TO WS-CURMATCH-PATH.
           MOVE 'N' TO WS-EOF-CURMATCH.
           OPEN INPUT CURRENT-MATCH.
           IF WS-CURMATCH-STATUS = '00'
               PERFORM UNTIL END-OF-CURMATCH
                   READ CURRENT-MATCH
                       AT END
                           MOVE 'Y' TO WS-EOF-CURMATCH
                       NOT AT END
                           PERFORM 7835-SHOW-GENERATION-ROW
                   END-READ
               END-PERFORM
               CLOSE CURRENT-MATCH
           END-IF.
           IF WS-GEN-QUERY-COUNT = 0
               IF WS-CMD-ARG (1:6) = 'QUERY='
                   DISPLAY 'TA_RANKING: CANDIDATE ' WS-QUERY-CAND-ID
                       ' NOT FOUND IN GENERATION ' WS-ARC-PREFIX
               ELSE
                   DISPLAY 'TA_RANKING: INSTRUCTOR ' WS-QUERY-INSTR-ID
                       ' NOT FOUND IN GENERATION ' WS-ARC-PREFIX
               END-IF
           END-IF.

       7835-SHOW-GENERATION-ROW SECTION.
       7835-SHOW-GENERATION-ROW-PARA.
           IF (WS-CMD-ARG (1:6) = 'QUERY='
                   AND CM-CAND-ID = WS-QUERY-CAND-ID)
                   OR (WS-CMD-ARG (1:6) = 'INSTR='
                   AND CM-INSTR-ID = WS-QUERY-INSTR-ID)
               ADD 1 TO WS-GEN-QUERY-COUNT
               MOVE CM-CAND-ID TO WS-LOOKUP-ID
               PERFORM 2070-FIND-CAND-ROSTER
               MOVE CM-INSTR-ID TO WS-LOOKUP-ID
               PERFORM 2060-FIND-INSTR-NAME
               DISPLAY 'TA_RANKING: GENERATION ' WS-ARC-PREFIX
                   ' CANDIDATE ' CM-CAND-ID ' ' WS-LOOKUP-CAND-NAME
                   ' -> INSTRUCTOR ' CM-INSTR-ID
                   ' ' WS-LOOKUP-INSTR-NAME ' DEPT '
                   CM-DEPT ' SEC ' CM-SECTION-NO
                   ' (INSTR RANKED CAND '
                   CM-INSTR-RANK ', CAND RANKED INSTR '
                   CM-CAND-RANK ')'
           END-IF.

       7900-PLANNING-MODE SECTION.
       7900-PLANNING-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           IF WS-CMD-ARG (6:10) NOT = SPACES
               MOVE WS-CMD-ARG (6:10) TO WS-PLN-TERM
           ELSE
               MOVE WS-TERM-NAME TO WS-PLN-TERM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           PERFORM 6510-LOAD-INSTRUCTOR-MASTER.
           PERFORM 2600-BUILD-SEARCH-INDEXES.
           PERFORM 2300-LOAD-SECTIONS.
           PERFORM 2050-LOAD-ROSTERS.
           PERFORM 4210-LOAD-RATE-TABLE.
           PERFORM 7905-LOAD-ENROLMENT.
           PERFORM 7907-LOAD-STAFFING-RATIOS.
           PERFORM 7910-BUILD-COURSE-DEMAND.
           OPEN OUTPUT PLANNING-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TA DEMAND PLANNING REPORT   TERM: ' WS-PLN-TERM
                   '  RUN DATE: ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REQUIRED SLOTS = ENROLMENT / DEPARTMENT STAFFING '
                   'RATIO, ROUNDED UP; REQUESTED = INSTRUCTOR QUOTAS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-PLN-PREV-DEPT.
           IF WS-PLN-CRS-COUNT > 1
               SORT WS-PLN-CRS-ENTRY
                   ASCENDING KEY WS-PLN-CRS-DEPT WS-PLN-CRS-CODE
           END-IF.
           PERFORM VARYING WS-PLN-CRS-IDX FROM 1 BY 1
                   UNTIL WS-PLN-CRS-IDX > WS-PLN-CRS-COUNT
               PERFORM 7920-WRITE-COURSE-LINE
           END-PERFORM.
           IF WS-PLN-CRS-COUNT > 0
               PERFORM 7927-WRITE-DEPT-TOTALS
           END-IF.
           PERFORM 7930-WRITE-PLAN-TOTALS.
           CLOSE PLANNING-REPORT.
           IF WS-PLN-G-UNDER > 0 OR WS-PLN-NOCODE-COUNT > 0
               MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.
           DISPLAY 'TA_RANKING: PLANNING COMPLETE - '
               'COURSES=' WS-PLN-CRS-COUNT
               ' UNDER RATIO=' WS-PLN-G-UNDER
               ' OVER RATIO=' WS-PLN-G-OVER.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7905-LOAD-ENROLMENT SECTION.
       7905-LOAD-ENROLMENT-PARA.
           OPEN INPUT ENROLMENT-FILE.
           IF WS-ENROL-STATUS = '00'
               PERFORM UNTIL END-OF-ENROLMENT
                   READ ENROLMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-ENROL
                       NOT AT END
                           IF EN-TERM = WS-PLN-TERM
                                   AND EN-ENROLMENT IS NUMERIC
                               PERFORM 7906-STORE-ENROLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLMENT-FILE
           ELSE
               DISPLAY 'TA_RANKING: ENROLMENT FILE NOT AVAILABLE'
           END-IF.

       7906-STORE-ENROLMENT SECTION.
       7906-STORE-ENROLMENT-PARA.
           MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE-CODE.
           PERFORM 7915-FIND-ENROLMENT.
           IF WS-PLN-ENR-HIT = 0 AND WS-PLN-ENR-COUNT < 2000
               ADD 1 TO WS-PLN-ENR-COUNT
               MOVE WS-PLN-ENR-COUNT TO WS-PLN-ENR-HIT
               MOVE EN-COURSE-CODE
                   TO WS-PLN-ENR-COURSE (WS-PLN-ENR-HIT)
               MOVE 0 TO WS-PLN-ENR-STUDENTS (WS-PLN-ENR-HIT)
               MOVE 'N' TO WS-PLN-ENR-TAUGHT (WS-PLN-ENR-HIT)
           END-IF.
           IF WS-PLN-ENR-HIT > 0
               ADD EN-ENROLMENT TO WS-PLN-ENR-STUDENTS (WS-PLN-ENR-HIT)
           END-IF.

       7907-LOAD-STAFFING-RATIOS SECTION.
       7907-LOAD-STAFFING-RATIOS-PARA.
           OPEN INPUT STAFFING-RATIOS.
           IF WS-STAFFRATIO-STATUS = '00'
               PERFORM UNTIL END-OF-STAFFING-RATIOS
                   READ STAFFING-RATIOS
                       AT END
                           MOVE 'Y' TO WS-EOF-STAFFRATIO
                       NOT AT END
                           IF SRT-STUDENTS-PER-TA IS NUMERIC
                                   AND SRT-STUDENTS-PER-TA > 0
                                   AND WS-PLN-RAT-COUNT < 200
                               ADD 1 TO WS-PLN-RAT-COUNT
                               MOVE SRT-DEPT TO
                                   WS-PLN-RAT-DEPT (WS-PLN-RAT-COUNT)
                               MOVE SRT-STUDENTS-PER-TA TO
                                   WS-PLN-RAT-STUDENTS
                                       (WS-PLN-RAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFFING-RATIOS
           ELSE
               DISPLAY 'TA_RANKING: STAFFING RATIO TABLE NOT AVAILABLE'
           END-IF.

       7910-BUILD-COURSE-DEMAND SECTION.
       7910-BUILD-COURSE-DEMAND-PARA.
           MOVE 0 TO WS-PLN-CRS-COUNT.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                   UNTIL INSTR-IDX > WS-INSTR-COUNT
               IF INSTR-IS-VALID (INSTR-IDX)
                   PERFORM 7912-ADD-INSTR-DEMAND
               END-IF
           END-PERFORM.

       7912-ADD-INSTR-DEMAND SECTION.
       7912-ADD-INSTR-DEMAND-PARA.
           MOVE WS-INSTR-ID (INSTR-IDX) TO WS-LOOKUP-ID.
           PERFORM 2060-FIND-INSTR-NAME.
           IF WS-LOOKUP-COURSE-CODE = SPACES
               ADD 1 TO WS-PLN-NOCODE-COUNT
           ELSE
               MOVE 0 TO WS-PLN-CRS-HIT
               PERFORM VARYING WS-PLN-CRS-IDX FROM 1 BY 1
                       UNTIL WS-PLN-CRS-IDX > WS-PLN-CRS-COUNT
                   IF WS-PLN-CRS-CODE (WS-PLN-CRS-IDX)
                           = WS-LOOKUP-COURSE-CODE
                       MOVE WS-PLN-CRS-IDX TO WS-PLN-CRS-HIT
                   END-IF
               END-PERFORM
               IF WS-PLN-CRS-HIT = 0 AND WS-PLN-CRS-COUNT < 2000
                   ADD 1 TO WS-PLN-CRS-COUNT
                   MOVE WS-PLN-CRS-COUNT TO WS-PLN-CRS-HIT
                   MOVE WS-INSTR-DEPT (INSTR-IDX)
                       TO WS-PLN-CRS-DEPT (WS-PLN-CRS-HIT)
                   MOVE WS-LOOKUP-COURSE-CODE
                       TO WS-PLN-CRS-CODE (WS-PLN-CRS-HIT)
                   MOVE 0 TO WS-PLN-CRS-INSTRS (WS-PLN-CRS-HIT)
                   MOVE 0 TO WS-PLN-CRS-REQUESTED (WS-PLN-CRS-HIT)
               END-IF
               IF WS-PLN-CRS-HIT > 0
                   ADD 1 TO WS-PLN-CRS-INSTRS (WS-PLN-CRS-HIT)
                   ADD WS-INSTR-QUOTA (INSTR-IDX)
                       TO WS-PLN-CRS-REQUESTED (WS-PLN-CRS-HIT)
               END-IF
           END-IF.

       7915-FIND-ENROLMENT SECTION.
       7915-FIND-ENROLMENT-PARA.
           MOVE 0 TO WS-PLN-ENR-HIT.
           PERFORM VARYING WS-PLN-ENR-IDX FROM 1 BY 1
                   UNTIL WS-PLN-ENR-IDX > WS-PLN-ENR-COUNT
               IF WS-PLN-ENR-COURSE (WS-PLN-ENR-IDX)
                       = WS-LOOKUP-COURSE-CODE
                   MOVE WS-PLN-ENR-IDX TO WS-PLN-ENR-HIT
               END-IF
           END-PERFORM.

       7917-FIND-DEPT-RATIO SECTION.
       7917-FIND-DEPT-RATIO-PARA.
           MOVE 0 TO WS-PLN-RATIO.
           PERFORM VARYING WS-PLN-RAT-IDX FROM 1 BY 1
                   UNTIL WS-PLN-RAT-IDX > WS-PLN-RAT-COUNT
               IF WS-PLN-RAT-DEPT (WS-PLN-RAT-IDX)
                       = WS-PLN-CRS-DEPT (WS-PLN-CRS-IDX)
                   MOVE WS-PLN-RAT-STUDENTS (WS-PLN-RAT-IDX)
                       TO WS-PLN-RATIO
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 0 TO WS-PLN-SLOT-COST.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                       OR RATE-WAS-FOUND
               IF WS-RATE-DEPT (WS-RATE-IDX)
                       = WS-PLN-CRS-DEPT (WS-PLN-CRS-IDX)
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   COMPUTE WS-PLN-SLOT-COST =
                       WS-RATE-AMT (WS-RATE-IDX)
                       * WS-RATE-HOURS (WS-RATE-IDX)
               END-IF
           END-PERFORM.

       7920-WRITE-COURSE-LINE SECTION.
       7920-WRITE-COURSE-LINE-PARA.
           IF WS-PLN-CRS-DEPT (WS-PLN-CRS-IDX) NOT = WS-PLN-PREV-DEPT
               IF WS-PLN-PREV-DEPT NOT = SPACES
                   PERFORM 7927-WRITE-DEPT-TOTALS
               END-IF
               MOVE WS-PLN-CRS-DEPT (WS-PLN-CRS-IDX)
                   TO WS-PLN-PREV-DEPT
               PERFORM 7925-WRITE-DEPT-HEADER
           END-IF.
           PERFORM 7917-FIND-DEPT-RATIO.
           MOVE WS-PLN-CRS-CODE (WS-PLN-CRS-IDX)
               TO WS-LOOKUP-COURSE-CODE.
           PERFORM 7915-FIND-ENROLMENT.
           MOVE 0 TO WS-PLN-REQUIRED.
           MOVE 0 TO WS-PLN-GAP.
           MOVE 0 TO WS-PLN-GAP-COST.
           MOVE 0 TO WS-PLN-EDIT-ENROL.
           IF WS-PLN-ENR-HIT = 0
               MOVE 'NO ENROLMENT' TO WS-PLN-STATUS
           ELSE
               MOVE 'Y' TO WS-PLN-ENR-TAUGHT (WS-PLN-ENR-HIT)
               MOVE WS-PLN-ENR-STUDENTS (WS-PLN-ENR-HIT)
                   TO WS-PLN-EDIT-ENROL
               IF WS-PLN-RATIO = 0
                   MOVE 'NO RATIO' TO WS-PLN-STATUS
               ELSE
                   PERFORM 7922-COMPARE-TO-RATIO
               END-IF
           END-IF.
           MOVE WS-PLN-CRS-INSTRS (WS-PLN-CRS-IDX) TO WS-EDIT-4.
           MOVE WS-PLN-RATIO TO WS-PLN-EDIT-RATIO.
           MOVE WS-PLN-REQUIRED TO WS-PLN-EDIT-REQ.
           MOVE WS-PLN-CRS-REQUESTED (WS-PLN-CRS-IDX)
               TO WS-PLN-EDIT-ASK.
           MOVE WS-PLN-GAP TO WS-PLN-EDIT-GAP.
           MOVE WS-PLN-GAP-COST TO WS-EDIT-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PLN-CRS-CODE (WS-PLN-CRS-IDX) ' ' WS-EDIT-4
                   '    ' WS-PLN-EDIT-ENROL '  ' WS-PLN-EDIT-RATIO
                   '     ' WS-PLN-EDIT-REQ '      ' WS-PLN-EDIT-ASK
                   '  ' WS-PLN-EDIT-GAP ' ' WS-PLN-STATUS
                   WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           IF WS-PLN-STATUS (1:11) = 'UNDER RATIO'
               PERFORM 7924-LIST-COURSE-INSTRUCTORS
           END-IF.

       7922-COMPARE-TO-RATIO SECTION.
       7922-COMPARE-TO-RATIO-PARA.
           COMPUTE WS-PLN-REQUIRED =
               (WS-PLN-ENR-STUDENTS (WS-PLN-ENR-HIT)
                   + WS-PLN-RATIO - 1) / WS-PLN-RATIO.
           ADD WS-PLN-REQUIRED TO WS-PLN-D-REQUIRED.
           ADD WS-PLN-CRS-REQUESTED (WS-PLN-CRS-IDX)
               TO WS-PLN-D-REQUESTED.
           IF WS-PLN-CRS-REQUESTED (WS-PLN-CRS-IDX) < WS-PLN-REQUIRED
               MOVE 'UNDER RATIO' TO WS-PLN-STATUS
               COMPUTE WS-PLN-GAP = WS-PLN-REQUIRED
                   - WS-PLN-CRS-REQUESTED (WS-PLN-CRS-IDX)
               COMPUTE WS-PLN-GAP-COST = WS-PLN-GAP * WS-PLN-SLOT-COST
               ADD 1 TO WS-PLN-D-UNDER
               ADD WS-PLN-GAP-COST TO WS-PLN-D-SHORT-COST
           ELSE
               IF WS-PLN-CRS-REQUESTED (WS-PLN-CRS-IDX)
                       > WS-PLN-REQUIRED
                   MOVE 'OVER RATIO' TO WS-PLN-STATUS
                   COMPUTE WS-PLN-GAP =
                       WS-PLN-CRS-REQUESTED (WS-PLN-CRS-IDX)
                       - WS-PLN-REQUIRED
                   COMPUTE WS-PLN-GAP-COST =
                       WS-PLN-GAP * WS-PLN-SLOT-COST
                   ADD 1 TO WS-PLN-D-OVER
                   ADD WS-PLN-GAP-COST TO WS-PLN-D-EXCESS-COST
               ELSE
                   MOVE 'ON RATIO' TO WS-PLN-STATUS
               END-IF
           END-IF.
           IF NOT RATE-WAS-FOUND AND WS-PLN-GAP > 0
               MOVE '*' TO WS-PLN-STATUS (13:1)
           END-IF.

       7924-LIST-COURSE-INSTRUCTORS SECTION.
       7924-LIST-COURSE-INSTRUCTORS-PARA.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                   UNTIL INSTR-IDX > WS-INSTR-COUNT
               IF INSTR-IS-VALID (INSTR-IDX)
                   MOVE WS-INSTR-ID (INSTR-IDX) TO WS-LOOKUP-ID
                   PERFORM 2060-FIND-INSTR-NAME
                   IF WS-LOOKUP-COURSE-CODE
                           = WS-PLN-CRS-CODE (WS-PLN-CRS-IDX)
                       MOVE WS-INSTR-QUOTA (INSTR-IDX) TO WS-EDIT-2
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '         INSTR ' WS-INSTR-ID (INSTR-IDX)
                               ' ' WS-LOOKUP-INSTR-NAME
                               ' QUOTA ' WS-EDIT-2
                               '  UNDER-QUOTA FOR ENROLMENT'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE PLANNING-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       7925-WRITE-DEPT-HEADER SECTION.
       7925-WRITE-DEPT-HEADER-PARA.
           INITIALIZE WS-PLN-DEPT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DEPARTMENT ' WS-PLN-PREV-DEPT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COURSE   INSTRS  ENROLMENT RATIO  REQUIRED '
                   'REQUESTED   GAP STATUS                 GAP COST'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.

       7927-WRITE-DEPT-TOTALS SECTION.
       7927-WRITE-DEPT-TOTALS-PARA.
           MOVE WS-PLN-D-REQUIRED TO WS-EDIT-6.
           MOVE WS-PLN-D-REQUESTED TO WS-EDIT-4.
           MOVE WS-PLN-D-UNDER TO WS-PLN-EDIT-REQ.
           MOVE WS-PLN-D-OVER TO WS-PLN-EDIT-ASK.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  DEPT ' WS-PLN-PREV-DEPT ' REQUIRED ' WS-EDIT-6
                   '  REQUESTED ' WS-EDIT-4
                   '  COURSES UNDER ' WS-PLN-EDIT-REQ
                   '  OVER ' WS-PLN-EDIT-ASK
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PLN-D-SHORT-COST TO WS-EDIT-AMT.
           MOVE WS-PLN-D-EXCESS-COST TO WS-EDIT-AMT-B.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  SHORTFALL COST ' WS-EDIT-AMT
                   '   EXCESS COST ' WS-EDIT-AMT-B
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           ADD WS-PLN-D-REQUIRED TO WS-PLN-G-REQUIRED.
           ADD WS-PLN-D-REQUESTED TO WS-PLN-G-REQUESTED.
           ADD WS-PLN-D-UNDER TO WS-PLN-G-UNDER.
           ADD WS-PLN-D-OVER TO WS-PLN-G-OVER.
           ADD WS-PLN-D-SHORT-COST TO WS-PLN-G-SHORT-COST.
           ADD WS-PLN-D-EXCESS-COST TO WS-PLN-G-EXCESS-COST.

       7930-WRITE-PLAN-TOTALS SECTION.
       7930-WRITE-PLAN-TOTALS-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENROLMENT WITH NO INSTRUCTOR ON THE ROSTER'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-PLN-ENR-IDX FROM 1 BY 1
                   UNTIL WS-PLN-ENR-IDX > WS-PLN-ENR-COUNT
               IF NOT ENROLMENT-IS-TAUGHT (WS-PLN-ENR-IDX)
                   ADD 1 TO WS-PLN-UNTAUGHT-COUNT
                   MOVE WS-PLN-ENR-STUDENTS (WS-PLN-ENR-IDX)
                       TO WS-PLN-EDIT-ENROL
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  COURSE ' WS-PLN-ENR-COURSE (WS-PLN-ENR-IDX)
                           ' ENROLMENT ' WS-PLN-EDIT-ENROL
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE PLANNING-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-PLN-NOCODE-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'INSTRUCTORS WITH NO COURSE CODE ON THE ROSTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PLANNING-RECORD FROM WS-REPORT-LINE
               PERFORM 7935-LIST-UNCODED-INSTRUCTORS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PLN-G-REQUIRED TO WS-EDIT-6.
           MOVE WS-PLN-G-REQUESTED TO WS-EDIT-4.
           MOVE WS-PLN-G-UNDER TO WS-PLN-EDIT-REQ.
           MOVE WS-PLN-G-OVER TO WS-PLN-EDIT-ASK.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ALL DEPARTMENTS  REQUIRED ' WS-EDIT-6
                   '  REQUESTED ' WS-EDIT-4
                   '  COURSES UNDER ' WS-PLN-EDIT-REQ
                   '  OVER ' WS-PLN-EDIT-ASK
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PLN-G-SHORT-COST TO WS-EDIT-AMT.
           MOVE WS-PLN-G-EXCESS-COST TO WS-EDIT-AMT-B.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ALL DEPARTMENTS  SHORTFALL COST ' WS-EDIT-AMT
                   '   EXCESS COST ' WS-EDIT-AMT-B
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLANNING-RECORD FROM WS-REPORT-LINE.

       7935-LIST-UNCODED-INSTRUCTORS SECTION.
       7935-LIST-UNCODED-INSTRUCTORS-PARA.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                   UNTIL INSTR-IDX > WS-INSTR-COUNT
               IF INSTR-IS-VALID (INSTR-IDX)
                   MOVE WS-INSTR-ID (INSTR-IDX) TO WS-LOOKUP-ID
                   PERFORM 2060-FIND-INSTR-NAME
                   IF WS-LOOKUP-COURSE-CODE = SPACES
                       MOVE WS-INSTR-QUOTA (INSTR-IDX) TO WS-EDIT-2
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  INSTR ' WS-INSTR-ID (INSTR-IDX)
                               ' DEPT ' WS-INSTR-DEPT (INSTR-IDX)
                               ' QUOTA ' WS-EDIT-2
                               '  NOT PLANNED'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE PLANNING-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       7950-CHAIR-PACKET-MODE SECTION.
       7950-CHAIR-PACKET-MODE-PARA.
           PERFORM 1005-READ-PARAMETERS.
           MOVE WS-CMD-ARG (8:4) TO WS-PKT-DEPT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           STRING WS-RUN-TIMESTAMP (5:2) '/' WS-RUN-TIMESTAMP (7:2) '/'
                   WS-RUN-TIMESTAMP (1:4)
               DELIMITED BY SIZE INTO WS-REPORT-DATE.
           PERFORM 6510-LOAD-INSTRUCTOR-MASTER.
           PERFORM 2600-BUILD-SEARCH-INDEXES.
           PERFORM 2050-LOAD-ROSTERS.
           PERFORM 2300-LOAD-SECTIONS.
           PERFORM 4210-LOAD-RATE-TABLE.
           PERFORM 3185-LOAD-OUTSIDE-HOURS.
           PERFORM 4255-LOAD-BUDGETS.
           PERFORM 7952-FIND-LAST-TERM.
           PERFORM 7312-BUILD-TERM-MONTHS.
           PERFORM 1021-FIND-TERM-STATUS.
           IF TERM-IS-CLOSED
               PERFORM 7953-LOAD-ARCHIVED-PLACEMENTS
           ELSE
               OPEN INPUT PLACEMENT-INDEX
               IF WS-PLACEIDX-STATUS = '00'
                   MOVE 'Y' TO WS-PLACEIDX-OPEN
                   PERFORM 7954-LOAD-PACKET-PLACEMENTS
                   CLOSE PLACEMENT-INDEX
                   MOVE 'N' TO WS-PLACEIDX-OPEN
                   MOVE 'Y' TO WS-PKT-LOADED-SW
               END-IF
           END-IF.
           IF NOT PACKET-PLACEMENTS-LOADED
               IF TERM-IS-CLOSED
                   DISPLAY 'TA_RANKING: NO ARCHIVED PLACEMENT INDEX '
                       'FOR CLOSED TERM ' WS-TERM-NAME
               ELSE
                   DISPLAY 'TA_RANKING: NO PLACEMENT INDEX ON FILE - '
                       'RUN A MATCHING PASS FIRST'
               END-IF
               MOVE 8 TO WS-RETURN-SEVERITY
           ELSE
               PERFORM 4005-BUILD-DEPT-LIST
               PERFORM 7956-ADD-RATE-DEPTS
               OPEN OUTPUT CHAIR-PACKET
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-PKT-DEPT = SPACES
                           OR WS-PKT-DEPT = WS-DEPT-ENTRY (WS-DEPT-IDX)
                       MOVE WS-DEPT-ENTRY (WS-DEPT-IDX) TO WS-CUR-DEPT
                       PERFORM 7960-WRITE-DEPT-PACKET
                   END-IF
               END-PERFORM
               IF WS-PKT-DEPTS-WRITTEN = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'DEPARTMENT CHAIR PACKET   TERM: '
                           WS-TERM-NAME '  - DEPARTMENT ' WS-PKT-DEPT
                           ' IS NOT ON THE INSTRUCTOR MASTER OR RATES'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CHAIR-PACKET-RECORD FROM WS-REPORT-LINE
                   MOVE 4 TO WS-RETURN-SEVERITY
               ELSE
                   PERFORM 7990-WRITE-PACKET-INDEX
               END-IF
               CLOSE CHAIR-PACKET
               DISPLAY 'TA_RANKING: CHAIR PACKET COMPLETE - '
                   'DEPARTMENTS=' WS-PKT-DEPTS-WRITTEN
                   ' PAGES=' WS-PKT-PAGE-NO
           END-IF.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.

       7952-FIND-LAST-TERM SECTION.
       7952-FIND-LAST-TERM-PARA.
           PERFORM 2472-LOAD-TERM-DATES.
           MOVE WS-TERM-NAME TO WS-FND-LOOKUP-TERM.
           PERFORM 2478-FIND-TERM-START.
           MOVE WS-FND-LOOKUP-DATE TO WS-PKT-CUR-START.
           MOVE SPACES TO WS-PKT-LAST-TERM.
           MOVE SPACES TO WS-PKT-LAST-START.
           PERFORM VARYING WS-FND-TD-IDX FROM 1 BY 1
                   UNTIL WS-FND-TD-IDX > WS-FND-TD-COUNT
               IF WS-FND-TD-TERM (WS-FND-TD-IDX) NOT = WS-TERM-NAME
                       AND WS-FND-TD-START (WS-FND-TD-IDX)
                           > WS-PKT-LAST-START
                       AND (WS-PKT-CUR-START = SPACES
                           OR WS-FND-TD-START (WS-FND-TD-IDX)
                               < WS-PKT-CUR-START)
                   MOVE WS-FND-TD-TERM (WS-FND-TD-IDX)
                       TO WS-PKT-LAST-TERM
                   MOVE WS-FND-TD-START (WS-FND-TD-IDX)
                       TO WS-PKT-LAST-START
               END-IF
           END-PERFORM.

       7953-LOAD-ARCHIVED-PLACEMENTS SECTION.
       7953-LOAD-ARCHIVED-PLACEMENTS-PARA.
           MOVE WS-TERM-NAME TO WS-ARC-PREFIX.
           MOVE WS-PLACEIDX-PATH TO WS-ARC-SRC-PATH.
           PERFORM 7334-BUILD-ARCHIVE-NAME.
           MOVE WS-ARC-DST-PATH TO WS-ARC-SRC-PATH.
           MOVE 'N' TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-IN.
           IF WS-ARCIN-STATUS = '00'
               PERFORM UNTIL END-OF-ARCHIVE-INPUT
                   READ ARCHIVE-IN
                       AT END
                           MOVE 'Y' TO WS-EOF-ARCHIVE
                       NOT AT END
                           MOVE ARCHIVE-IN-RECORD
                               TO PLACEMENT-INDEX-RECORD
                           PERFORM 7955-STORE-PACKET-PLACEMENT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-IN
               MOVE '00' TO WS-ARCIN-STATUS
               MOVE 'Y' TO WS-PKT-LOADED-SW
           END-IF.

       7954-LOAD-PACKET-PLACEMENTS SECTION.
       7954-LOAD-PACKET-PLACEMENTS-PARA.
           MOVE 'N' TO WS-EOF-PKTSCAN.
           MOVE 0 TO PI-CAND-ID.
           START PLACEMENT-INDEX KEY IS >= PI-CAND-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PKTSCAN
           END-START.
           PERFORM UNTIL END-OF-PACKET-SCAN
               READ PLACEMENT-INDEX NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-PKTSCAN
                   NOT AT END
                       PERFORM 7955-STORE-PACKET-PLACEMENT
               END-READ
           END-PERFORM.

       7955-STORE-PACKET-PLACEMENT SECTION.
       7955-STORE-PACKET-PLACEMENT-PARA.
           PERFORM 7215-APPLY-LIVE-PLACEMENT.
           IF PI-CONFIRMED NOT = 'Y'
                   AND WS-PKT-PEND-COUNT < 2000
               ADD 1 TO WS-PKT-PEND-COUNT
               MOVE PI-CAND-ID TO WS-PKT-PEND-CAND (WS-PKT-PEND-COUNT)
               MOVE PI-INSTR-ID TO WS-PKT-PEND-INSTR (WS-PKT-PEND-COUNT)
               MOVE PI-SECTION-NO
                   TO WS-PKT-PEND-SECTION (WS-PKT-PEND-COUNT)
           END-IF.

       7956-ADD-RATE-DEPTS SECTION.
       7956-ADD-RATE-DEPTS-PARA.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               MOVE 'N' TO WS-PKT-DEPT-FOUND-SW
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-ENTRY (WS-DEPT-IDX)
                           = WS-RATE-DEPT (WS-RATE-IDX)
                       MOVE 'Y' TO WS-PKT-DEPT-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT PACKET-DEPT-LISTED AND WS-DEPT-COUNT < 5000
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-RATE-DEPT (WS-RATE-IDX)
                       TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
               END-IF
           END-PERFORM.

       7958-WRITE-PACKET-LINE SECTION.
       7958-WRITE-PACKET-LINE-PARA.
           IF WS-PKT-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7959-START-PACKET-PAGE
           END-IF.
           WRITE CHAIR-PACKET-RECORD FROM WS-REPORT-LINE.
           ADD 1 TO WS-PKT-LINE-COUNT.

       7959-START-PACKET-PAGE SECTION.
       7959-START-PACKET-PAGE-PARA.
           ADD 1 TO WS-PKT-PAGE-NO.
           ADD 1 TO WS-PKT-DEPT-PAGE.
           MOVE WS-PKT-DEPT-PAGE TO WS-EDIT-2.
           MOVE SPACES TO WS-PKT-HEADING.
           STRING 'DEPARTMENT CHAIR PACKET   DEPT: ' WS-CUR-DEPT
                   '   TERM: ' WS-TERM-NAME '  ' WS-REPORT-DATE
                   '  PAGE ' WS-PKT-PAGE-NO ' (' WS-EDIT-2 ')'
               DELIMITED BY SIZE INTO WS-PKT-HEADING.
           WRITE CHAIR-PACKET-RECORD FROM WS-PKT-HEADING.
           MOVE SPACES TO WS-PKT-HEADING.
           WRITE CHAIR-PACKET-RECORD FROM WS-PKT-HEADING.
           MOVE 2 TO WS-PKT-LINE-COUNT.

       7960-WRITE-DEPT-PACKET SECTION.
       7960-WRITE-DEPT-PACKET-PARA.
           ADD 1 TO WS-PKT-DEPTS-WRITTEN.
           MOVE 0 TO WS-PKT-DEPT-PAGE.
           PERFORM 7959-START-PACKET-PAGE.
           IF WS-PKT-RANGE-COUNT < 500
               ADD 1 TO WS-PKT-RANGE-COUNT
               MOVE WS-CUR-DEPT
                   TO WS-PKT-RANGE-DEPT (WS-PKT-RANGE-COUNT)
               MOVE WS-PKT-PAGE-NO
                   TO WS-PKT-RANGE-FIRST (WS-PKT-RANGE-COUNT)
           END-IF.
           PERFORM 7962-WRITE-POSITIONS.
           PERFORM 7966-WRITE-STIPEND.
           PERFORM 7970-WRITE-MONTHLY-HOURS.
           PERFORM 7974-WRITE-PENDING-OFFERS.
           PERFORM 7976-WRITE-CAP-NEAR-MISSES.
           PERFORM 7980-WRITE-EVAL-RATINGS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '*** END OF PACKET FOR DEPARTMENT ' WS-CUR-DEPT ' ***'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           IF WS-PKT-RANGE-COUNT > 0
               MOVE WS-PKT-PAGE-NO
                   TO WS-PKT-RANGE-LAST (WS-PKT-RANGE-COUNT)
           END-IF.

       7962-WRITE-POSITIONS SECTION.
       7962-WRITE-POSITIONS-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'POSITIONS REQUESTED AND FILLED, WITH NAMED TAS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           IF TERM-IS-CLOSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   TERM CLOSED - PLACEMENTS TAKEN FROM '
                       WS-ARC-SRC-PATH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7958-WRITE-PACKET-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INSTR INSTRUCTOR-NAME        COURSE    '
                   'REQUESTED FILLED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-REQUESTED.
           MOVE 0 TO WS-PKT-FILLED.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                   UNTIL INSTR-IDX > WS-INSTR-COUNT
               IF INSTR-IS-VALID (INSTR-IDX)
                       AND WS-INSTR-DEPT (INSTR-IDX) = WS-CUR-DEPT
                   MOVE WS-INSTR-ID (INSTR-IDX) TO WS-LOOKUP-ID
                   PERFORM 2060-FIND-INSTR-NAME
                   MOVE WS-INSTR-QUOTA (INSTR-IDX) TO WS-EDIT-4
                   MOVE WS-INSTR-FILLED (INSTR-IDX) TO WS-EDIT-4B
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-INSTR-ID (INSTR-IDX) '  '
                           WS-LOOKUP-INSTR-NAME ' '
                           WS-LOOKUP-COURSE-CODE '      ' WS-EDIT-4
                           '  ' WS-EDIT-4B
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7958-WRITE-PACKET-LINE
                   ADD WS-INSTR-QUOTA (INSTR-IDX) TO WS-PKT-REQUESTED
                   ADD WS-INSTR-FILLED (INSTR-IDX) TO WS-PKT-FILLED
                   PERFORM 7963-WRITE-NAMED-TAS
               END-IF
           END-PERFORM.
           IF WS-PKT-REQUESTED > WS-PKT-FILLED
               COMPUTE WS-PKT-VACANT = WS-PKT-REQUESTED - WS-PKT-FILLED
           ELSE
               MOVE 0 TO WS-PKT-VACANT
           END-IF.
           MOVE WS-PKT-REQUESTED TO WS-EDIT-4.
           MOVE WS-PKT-FILLED TO WS-EDIT-4B.
           MOVE WS-PKT-VACANT TO WS-EDIT-6.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   DEPARTMENT REQUESTED ' WS-EDIT-4
                   '   FILLED ' WS-EDIT-4B
                   '   VACANT ' WS-EDIT-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.

       7963-WRITE-NAMED-TAS SECTION.
       7963-WRITE-NAMED-TAS-PARA.
           IF WS-INSTR-SECT-COUNT (INSTR-IDX) = 0
               PERFORM VARYING WS-PKT-SLOT FROM 1 BY 1
                       UNTIL WS-PKT-SLOT > WS-INSTR-FILLED (INSTR-IDX)
                   PERFORM 7965-WRITE-TA-LINE
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                       UNTIL WS-SECT-IDX
                           > WS-INSTR-SECT-COUNT (INSTR-IDX)
                   MOVE WS-SECT-NO (INSTR-IDX, WS-SECT-IDX) TO WS-EDIT-2
                   MOVE WS-SECT-TA-SLOTS (INSTR-IDX, WS-SECT-IDX)
                       TO WS-EDIT-4
                   MOVE WS-SECT-FILLED (INSTR-IDX, WS-SECT-IDX)
                       TO WS-EDIT-4B
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '      SECTION ' WS-EDIT-2
                           '   TA SLOTS ' WS-EDIT-4
                           '   FILLED ' WS-EDIT-4B
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7958-WRITE-PACKET-LINE
                   PERFORM VARYING WS-PKT-SLOT FROM 1 BY 1
                           UNTIL WS-PKT-SLOT
                               > WS-INSTR-FILLED (INSTR-IDX)
                       IF WS-SLOT-SECTION-IX (INSTR-IDX, WS-PKT-SLOT)
                               = WS-SECT-IDX
                           PERFORM 7965-WRITE-TA-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-PKT-SLOT FROM 1 BY 1
                       UNTIL WS-PKT-SLOT > WS-INSTR-FILLED (INSTR-IDX)
                   IF WS-SLOT-SECTION-IX (INSTR-IDX, WS-PKT-SLOT) = 0
                       PERFORM 7965-WRITE-TA-LINE
                   END-IF
               END-PERFORM
           END-IF.

       7965-WRITE-TA-LINE SECTION.
       7965-WRITE-TA-LINE-PARA.
           MOVE WS-SLOT-CAND-ID (INSTR-IDX, WS-PKT-SLOT)
               TO WS-LOOKUP-ID.
           PERFORM 2070-FIND-CAND-ROSTER.
           MOVE 'N' TO WS-PKT-PEND-SW.
           PERFORM VARYING WS-PKT-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PKT-PEND-IDX > WS-PKT-PEND-COUNT
               IF WS-PKT-PEND-CAND (WS-PKT-PEND-IDX)
                       = WS-SLOT-CAND-ID (INSTR-IDX, WS-PKT-SLOT)
                   MOVE 'Y' TO WS-PKT-PEND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-SLOT-SECTION-NO (INSTR-IDX, WS-PKT-SLOT)
               TO WS-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           IF SLOT-OFFER-PENDING
               STRING '         TA '
                       WS-SLOT-CAND-ID (INSTR-IDX, WS-PKT-SLOT)
                       ' ' WS-LOOKUP-CAND-NAME ' SEC ' WS-EDIT-2
                       '  OFFER PENDING'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '         TA '
                       WS-SLOT-CAND-ID (INSTR-IDX, WS-PKT-SLOT)
                       ' ' WS-LOOKUP-CAND-NAME ' SEC ' WS-EDIT-2
                       '  CONFIRMED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 7958-WRITE-PACKET-LINE.

       7966-WRITE-STIPEND SECTION.
       7966-WRITE-STIPEND-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COMMITTED STIPEND AGAINST BUDGET ALLOCATION'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 0 TO WS-PKT-SLOT-COST.
           MOVE 0 TO WS-PKT-STD-HOURS.
           MOVE SPACES TO WS-PKT-RATE-ACCT.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-DEPT (WS-RATE-IDX) = WS-CUR-DEPT
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   COMPUTE WS-PKT-SLOT-COST = WS-RATE-AMT (WS-RATE-IDX)
                       * WS-RATE-HOURS (WS-RATE-IDX)
                   MOVE WS-RATE-HOURS (WS-RATE-IDX) TO WS-PKT-STD-HOURS
                   MOVE WS-RATE-ACCT (WS-RATE-IDX) TO WS-PKT-RATE-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-PKT-COMMITTED = WS-PKT-FILLED * WS-PKT-SLOT-COST.
           MOVE SPACES TO WS-REPORT-LINE.
           IF RATE-WAS-FOUND
               MOVE WS-PKT-SLOT-COST TO WS-EDIT-AMT
               MOVE WS-PKT-FILLED TO WS-EDIT-4
               STRING '   ACCT ' WS-PKT-RATE-ACCT
                       '  STIPEND PER TA ' WS-EDIT-AMT
                       '  TAS ' WS-EDIT-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '   NO RATE TABLE ENTRY - STIPENDS NOT COSTED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-ALLOCATED.
           MOVE 'N' TO WS-BG-FOUND-SW.
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
               IF WS-BG-DEPT (WS-BUDGET-IDX) = WS-CUR-DEPT
                   MOVE 'Y' TO WS-BG-FOUND-SW
                   ADD WS-BG-ALLOC (WS-BUDGET-IDX) TO WS-PKT-ALLOCATED
                   MOVE WS-BG-ALLOC (WS-BUDGET-IDX) TO WS-EDIT-AMT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '   BUDGET LINE ' WS-BG-ACCT (WS-BUDGET-IDX)
                           ' ALLOCATED ' WS-EDIT-AMT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7958-WRITE-PACKET-LINE
               END-IF
           END-PERFORM.
           MOVE WS-PKT-COMMITTED TO WS-EDIT-AMT.
           MOVE WS-PKT-ALLOCATED TO WS-EDIT-AMT-B.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   COMMITTED ' WS-EDIT-AMT
                   '   ALLOCATED ' WS-EDIT-AMT-B
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF NOT BUDGET-ROW-FOUND
               STRING '   NO BUDGET LINE ON FILE FOR THIS DEPARTMENT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF WS-PKT-COMMITTED > WS-PKT-ALLOCATED
                   COMPUTE WS-PKT-VARIANCE =
                       WS-PKT-COMMITTED - WS-PKT-ALLOCATED
                   MOVE WS-PKT-VARIANCE TO WS-EDIT-AMT
                   STRING '   *** OVER ALLOCATION BY ' WS-EDIT-AMT
                           ' ***'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   COMPUTE WS-PKT-VARIANCE =
                       WS-PKT-ALLOCATED - WS-PKT-COMMITTED
                   MOVE WS-PKT-VARIANCE TO WS-EDIT-AMT
                   STRING '   UNCOMMITTED BALANCE ' WS-EDIT-AMT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF.
           PERFORM 7958-WRITE-PACKET-LINE.

       7970-WRITE-MONTHLY-HOURS SECTION.
       7970-WRITE-MONTHLY-HOURS-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PKT-STD-HOURS TO WS-EDIT-4.
           STRING 'MONTHLY HOURS CLAIMED AGAINST STANDARD ('
                   WS-EDIT-4 ' HOURS PER TA PER MONTH)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-MON-COUNT.
           MOVE 'N' TO WS-EOF-TSHIST.
           OPEN INPUT TSHEET-HISTORY.
           IF WS-TC-MONTH-COUNT = 0
               IF WS-TSHIST-STATUS = '00'
                   CLOSE TSHEET-HISTORY
               END-IF
               MOVE '99' TO WS-TSHIST-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   TERM START AND END NOT ON THE PARAMETER FILE'
                       ' - MONTHS NOT SELECTED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7958-WRITE-PACKET-LINE
           END-IF.
           IF WS-TSHIST-STATUS = '00'
               PERFORM UNTIL END-OF-TSHEET-HISTORY
                   READ TSHEET-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF-TSHIST
                       NOT AT END
                           IF TSH-DEPT = WS-CUR-DEPT
                               PERFORM 7971-TALLY-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TSHEET-HISTORY
           END-IF.
           IF WS-PKT-MON-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   NO TIMESHEET CLAIMS ON FILE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7958-WRITE-PACKET-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   MONTH   CLAIMS  CLAIMED  STANDARD  DIFFERENCE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7958-WRITE-PACKET-LINE
               PERFORM VARYING WS-PKT-MON-IDX FROM 1 BY 1
                       UNTIL WS-PKT-MON-IDX > WS-PKT-MON-COUNT
                   PERFORM 7973-WRITE-MONTH-LINE
               END-PERFORM
           END-IF.

       7971-TALLY-CLAIM SECTION.
       7971-TALLY-CLAIM-PARA.
           MOVE 'N' TO WS-PKT-TERM-MON-SW.
           PERFORM VARYING WS-TC-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-TC-MONTH-IDX > WS-TC-MONTH-COUNT
               IF WS-TC-MONTH (WS-TC-MONTH-IDX) = TSH-MONTH
                   MOVE 'Y' TO WS-PKT-TERM-MON-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PACKET-TERM-MONTH
               PERFORM 7972-ADD-MONTH-CLAIM
           END-IF.

       7972-ADD-MONTH-CLAIM SECTION.
       7972-ADD-MONTH-CLAIM-PARA.
           MOVE 0 TO WS-PKT-MON-HIT.
           PERFORM VARYING WS-PKT-MON-IDX FROM 1 BY 1
                   UNTIL WS-PKT-MON-IDX > WS-PKT-MON-COUNT
               IF WS-PKT-MON-MONTH (WS-PKT-MON-IDX) = TSH-MONTH
                   MOVE WS-PKT-MON-IDX TO WS-PKT-MON-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PKT-MON-HIT = 0 AND WS-PKT-MON-COUNT < 24
               ADD 1 TO WS-PKT-MON-COUNT
               MOVE WS-PKT-MON-COUNT TO WS-PKT-MON-HIT
               MOVE TSH-MONTH TO WS-PKT-MON-MONTH (WS-PKT-MON-HIT)
               MOVE 0 TO WS-PKT-MON-CLAIMS (WS-PKT-MON-HIT)
               MOVE 0 TO WS-PKT-MON-HOURS (WS-PKT-MON-HIT)
           END-IF.
           IF WS-PKT-MON-HIT > 0
               ADD 1 TO WS-PKT-MON-CLAIMS (WS-PKT-MON-HIT)
               ADD TSH-HOURS TO WS-PKT-MON-HOURS (WS-PKT-MON-HIT)
           END-IF.

       7973-WRITE-MONTH-LINE SECTION.
       7973-WRITE-MONTH-LINE-PARA.
           COMPUTE WS-PKT-MON-STANDARD =
               WS-PKT-MON-CLAIMS (WS-PKT-MON-IDX) * WS-PKT-STD-HOURS.
           IF WS-PKT-MON-HOURS (WS-PKT-MON-IDX) > WS-PKT-MON-STANDARD
               COMPUTE WS-PKT-MON-DIFF =
                   WS-PKT-MON-HOURS (WS-PKT-MON-IDX)
                   - WS-PKT-MON-STANDARD
               MOVE 'OVER' TO WS-PKT-MON-LABEL
           ELSE
               COMPUTE WS-PKT-MON-DIFF = WS-PKT-MON-STANDARD
                   - WS-PKT-MON-HOURS (WS-PKT-MON-IDX)
               MOVE 'UNDER' TO WS-PKT-MON-LABEL
           END-IF.
           IF WS-PKT-MON-DIFF = 0
               MOVE SPACES TO WS-PKT-MON-LABEL
           END-IF.
           MOVE WS-PKT-MON-CLAIMS (WS-PKT-MON-IDX) TO WS-EDIT-4.
           MOVE WS-PKT-MON-HOURS (WS-PKT-MON-IDX) TO WS-EDIT-6.
           MOVE WS-PKT-MON-STANDARD TO WS-PKT-EDIT-6B.
           MOVE WS-PKT-MON-DIFF TO WS-EDIT-4B.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-PKT-MON-MONTH (WS-PKT-MON-IDX)
                   '   ' WS-EDIT-4 '   ' WS-EDIT-6
                   '    ' WS-PKT-EDIT-6B '  ' WS-EDIT-4B ' '
                   WS-PKT-MON-LABEL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.

       7974-WRITE-PENDING-OFFERS SECTION.
       7974-WRITE-PENDING-OFFERS-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OFFERS AWAITING REPLY'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-DEPT-PENDING.
           PERFORM VARYING WS-PKT-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PKT-PEND-IDX > WS-PKT-PEND-COUNT
               MOVE WS-PKT-PEND-INSTR (WS-PKT-PEND-IDX)
                   TO WS-PROPOSE-TO-ID
               PERFORM 3110-FIND-INSTR-BY-ID
               IF INSTR-WAS-FOUND
                   IF WS-INSTR-DEPT (WS-TARGET-INSTR-IDX) = WS-CUR-DEPT
                       PERFORM 7975-WRITE-PENDING-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-PKT-DEPT-PENDING TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   OFFERS PENDING: ' WS-EDIT-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.

       7975-WRITE-PENDING-LINE SECTION.
       7975-WRITE-PENDING-LINE-PARA.
           ADD 1 TO WS-PKT-DEPT-PENDING.
           MOVE WS-PKT-PEND-CAND (WS-PKT-PEND-IDX) TO WS-LOOKUP-ID.
           PERFORM 2070-FIND-CAND-ROSTER.
           MOVE WS-PKT-PEND-INSTR (WS-PKT-PEND-IDX) TO WS-LOOKUP-ID.
           PERFORM 2060-FIND-INSTR-NAME.
           MOVE WS-PKT-PEND-SECTION (WS-PKT-PEND-IDX) TO WS-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   CAND ' WS-PKT-PEND-CAND (WS-PKT-PEND-IDX) ' '
                   WS-LOOKUP-CAND-NAME ' INSTR '
                   WS-PKT-PEND-INSTR (WS-PKT-PEND-IDX) ' '
                   WS-LOOKUP-INSTR-NAME ' SEC ' WS-EDIT-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.

       7976-WRITE-CAP-NEAR-MISSES SECTION.
       7976-WRITE-CAP-NEAR-MISSES-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE WS-HOURS-CAP TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TAS AT OR NEAR THE WORKLOAD CAP OF ' WS-EDIT-4
                   ' WEEKLY HOURS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-NEAR-COUNT.
           MOVE WS-CUR-DEPT TO WS-CAP-DEPT.
           PERFORM 3181-FIND-STD-HOURS.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                   UNTIL INSTR-IDX > WS-INSTR-COUNT
               IF INSTR-IS-VALID (INSTR-IDX)
                       AND WS-INSTR-DEPT (INSTR-IDX) = WS-CUR-DEPT
                   PERFORM VARYING WS-PKT-SLOT FROM 1 BY 1
                           UNTIL WS-PKT-SLOT
                               > WS-INSTR-FILLED (INSTR-IDX)
                       PERFORM 7978-CHECK-NEAR-MISS
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-PKT-NEAR-COUNT TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   TAS AT OR NEAR CAP: ' WS-EDIT-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.

       7978-CHECK-NEAR-MISS SECTION.
       7978-CHECK-NEAR-MISS-PARA.
           MOVE WS-SLOT-CAND-ID (INSTR-IDX, WS-PKT-SLOT)
               TO WS-CAP-CAND-ID.
           PERFORM 3180-FIND-OUTSIDE-HOURS.
           COMPUTE WS-CAP-TOTAL = WS-CAP-OUTSIDE + WS-CAP-STD-HOURS.
           IF WS-CAP-TOTAL > 0
               AND WS-CAP-TOTAL + 2 >= WS-HOURS-CAP
               ADD 1 TO WS-PKT-NEAR-COUNT
               MOVE WS-CAP-CAND-ID TO WS-LOOKUP-ID
               PERFORM 2070-FIND-CAND-ROSTER
               MOVE WS-CAP-TOTAL TO WS-EDIT-4
               MOVE WS-CAP-OUTSIDE TO WS-EDIT-4B
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   CAND ' WS-CAP-CAND-ID ' '
                       WS-LOOKUP-CAND-NAME ' INSTR '
                       WS-INSTR-ID (INSTR-IDX) ' WEEKLY HOURS '
                       WS-EDIT-4 ' (OUTSIDE ' WS-EDIT-4B ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7958-WRITE-PACKET-LINE
           END-IF.

       7980-WRITE-EVAL-RATINGS SECTION.
       7980-WRITE-EVAL-RATINGS-PARA.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EVALUATION RATINGS FOR LAST TERM: ' WS-PKT-LAST-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-EVR-COUNT.
           MOVE 0 TO WS-PKT-EV-TOTAL.
           MOVE 0 TO WS-PKT-EV-DNR.
           IF WS-PKT-LAST-TERM = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   NO EARLIER TERM ON THE TERM CONTROL FILE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7958-WRITE-PACKET-LINE
           ELSE
               MOVE 'N' TO WS-EOF-EVALS
               OPEN INPUT EVALUATIONS
               IF WS-EVAL-STATUS = '00'
                   PERFORM UNTIL END-OF-EVALUATIONS
                       READ EVALUATIONS
                           AT END
                               MOVE 'Y' TO WS-EOF-EVALS
                           NOT AT END
                               IF EV-TERM = WS-PKT-LAST-TERM
                                   PERFORM 7982-TALLY-EVALUATION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EVALUATIONS
               END-IF
               IF WS-PKT-EV-TOTAL = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '   NO EVALUATIONS ON FILE FOR THE DEPARTMENT'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7958-WRITE-PACKET-LINE
               ELSE
                   PERFORM VARYING WS-PKT-EVR-IDX FROM 1 BY 1
                           UNTIL WS-PKT-EVR-IDX > WS-PKT-EVR-COUNT
                       PERFORM 7986-WRITE-RATING-LINE
                   END-PERFORM
                   MOVE WS-PKT-EV-TOTAL TO WS-EDIT-6
                   MOVE WS-PKT-EV-DNR TO WS-EDIT-4
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '   EVALUATIONS ' WS-EDIT-6
                           '   DO-NOT-REHIRE FLAGS ' WS-EDIT-4
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM 7958-WRITE-PACKET-LINE
               END-IF
           END-IF.

       7982-TALLY-EVALUATION SECTION.
       7982-TALLY-EVALUATION-PARA.
           MOVE EV-INSTR-ID TO WS-PROPOSE-TO-ID.
           PERFORM 3110-FIND-INSTR-BY-ID.
           IF INSTR-WAS-FOUND
               IF WS-INSTR-DEPT (WS-TARGET-INSTR-IDX) = WS-CUR-DEPT
                   IF EV-CAND-ID = 0
                       MOVE 'S' TO WS-PKT-EVR-CODE
                       MOVE EVS-SAT-COUNT TO WS-PKT-EVR-ADD
                       PERFORM 7984-ADD-TO-RATING
                       MOVE '*' TO WS-PKT-EVR-CODE
                       MOVE EVS-OTHER-COUNT TO WS-PKT-EVR-ADD
                       PERFORM 7984-ADD-TO-RATING
                       ADD EVS-DNR-COUNT TO WS-PKT-EV-DNR
                   ELSE
                       MOVE EV-RATING TO WS-PKT-EVR-CODE
                       MOVE 1 TO WS-PKT-EVR-ADD
                       PERFORM 7984-ADD-TO-RATING
                       IF EV-DNR-FLAG = 'Y'
                           ADD 1 TO WS-PKT-EV-DNR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       7984-ADD-TO-RATING SECTION.
       7984-ADD-TO-RATING-PARA.
           IF WS-PKT-EVR-ADD > 0
               MOVE 0 TO WS-PKT-EVR-HIT
               PERFORM VARYING WS-PKT-EVR-IDX FROM 1 BY 1
                       UNTIL WS-PKT-EVR-IDX > WS-PKT-EVR-COUNT
                   IF WS-PKT-EVR-RATING (WS-PKT-EVR-IDX)
                           = WS-PKT-EVR-CODE
                       MOVE WS-PKT-EVR-IDX TO WS-PKT-EVR-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PKT-EVR-HIT = 0 AND WS-PKT-EVR-COUNT < 20
                   ADD 1 TO WS-PKT-EVR-COUNT
                   MOVE WS-PKT-EVR-COUNT TO WS-PKT-EVR-HIT
                   MOVE WS-PKT-EVR-CODE
                       TO WS-PKT-EVR-RATING (WS-PKT-EVR-HIT)
                   MOVE 0 TO WS-PKT-EVR-TALLY (WS-PKT-EVR-HIT)
               END-IF
               IF WS-PKT-EVR-HIT > 0
                   ADD WS-PKT-EVR-ADD
                       TO WS-PKT-EVR-TALLY (WS-PKT-EVR-HIT)
                   ADD WS-PKT-EVR-ADD TO WS-PKT-EV-TOTAL
               END-IF
           END-IF.

       7986-WRITE-RATING-LINE SECTION.
       7986-WRITE-RATING-LINE-PARA.
           COMPUTE WS-PKT-PCT ROUNDED =
               WS-PKT-EVR-TALLY (WS-PKT-EVR-IDX) * 100
               / WS-PKT-EV-TOTAL.
           MOVE WS-PKT-PCT TO WS-PKT-EDIT-PCT.
           MOVE WS-PKT-EVR-TALLY (WS-PKT-EVR-IDX) TO WS-EDIT-6.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PKT-EVR-RATING (WS-PKT-EVR-IDX) = '*'
               STRING '   OTHER (SUMMARISED)  ' WS-EDIT-6
                       '  ' WS-PKT-EDIT-PCT '%'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '   RATING ' WS-PKT-EVR-RATING (WS-PKT-EVR-IDX)
                       '            ' WS-EDIT-6
                       '  ' WS-PKT-EDIT-PCT '%'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 7958-WRITE-PACKET-LINE.

       7990-WRITE-PACKET-INDEX SECTION.
       7990-WRITE-PACKET-INDEX-PARA.
           MOVE 'ALL ' TO WS-CUR-DEPT.
           MOVE 0 TO WS-PKT-DEPT-PAGE.
           PERFORM 7959-START-PACKET-PAGE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MAILING INDEX - PAGE RANGE BY DEPARTMENT'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7958-WRITE-PACKET-LINE.
           PERFORM VARYING WS-PKT-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-PKT-RANGE-IDX > WS-PKT-RANGE-COUNT
               MOVE WS-PKT-RANGE-FIRST (WS-PKT-RANGE-IDX) TO WS-EDIT-4
               MOVE WS-PKT-RANGE-LAST (WS-PKT-RANGE-IDX) TO WS-EDIT-4B
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   DEPT ' WS-PKT-RANGE-DEPT (WS-PKT-RANGE-IDX)
                       '   PAGES ' WS-EDIT-4 ' TO ' WS-EDIT-4B
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 7958-WRITE-PACKET-LINE
           END-PERFORM.

       8000-WRITE-EOJ-CONTROL SECTION.
       8000-WRITE-EOJ-CONTROL-PARA.
           COMPUTE WS-PLACEMENTS-WRITTEN = WS-GRAND-TOTAL
                   OR WS-PLACEMENTS-WRITTEN = 0
                   OR WS-UNMATCHED-COUNT > WS-UNMATCH-THRESHOLD
                   OR BUDGET-EXCEEDED
                   OR GUARANTEE-WAS-MISSED
               MOVE 8 TO WS-RETURN-SEVERITY
           END-IF.
           OPEN OUTPUT EOJ-CONTROL.
