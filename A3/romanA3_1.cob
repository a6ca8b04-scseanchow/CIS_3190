environment division.
input-output section.
file-control.
select standard-output assign to display.
select roman-file
assign to roman-file-name
access is random
record key is master-key
file status is master-file-status.
select xref-file
assign to xref-file-name
organization is indexed
access is dynamic
record key is xref-key
file status is xref-file-status.
select lock-file
assign to lock-file-name
organization is line sequential
assign to journal-file-name
organization is line sequential
file status is journal-file-status.
select rules-file
assign to rules-file-name
organization is line sequential
file status is rules-file-status.
select suspect-file
assign to suspect-file-name
organization is line sequential
file status is suspect-file-status.
select corrections-file
assign to corrections-file-name
organization is line sequential
file status is corrections-file-status.
select corrected-file
assign to corrected-file-name
organization is line sequential
file status is corrected-file-status.
select recon-file
assign to recon-file-name
organization is line sequential
file status is recon-file-status.
select seal-file
assign to seal-file-name
organization is line sequential
file status is seal-file-status.
select audit-lock-file
assign to audit-lock-file-name
organization is line sequential
file status is audit-lock-file-status.

data division.
file section.
fd standard-output.
01 stdout-record picture X(80).
*> wide enough to take a whole reject record (original input plus
    05 out-lnr-canonical picture x(30).
    05 filler picture x(01).
    05 out-lnr-decimal-text picture x(10).
*> DATE-mode rows carry a whole calendar date instead of a value -
*> the canonical roman day.month.year with its YYYYMMDD beside it,
*> the document reference leading the row under LAYOUT as usual
01 date-output-record.
    05 out-date-roman picture x(30).
    05 filler picture x(01).
    05 out-date-ymd picture x(08).
01 layout-date-output-record.
    05 out-ldt-reference picture x(12).
    05 filler picture x(01).
    05 out-ldt-roman picture x(30).
    05 filler picture x(01).
    05 out-ldt-ymd picture x(08).
*> the document reference column on the end is only filled by the
*> fixed-column LAYOUT mode - every other path leaves it blank, so
*> existing readers of the leading columns are undisturbed. the
*> sequence number and check after it chain every record to the
*> one before (see audchk), so an edited, deleted or inserted line
*> shows up when auditver walks the trail
fd  audit-file.
01 audit-file-record.
    05 log-date picture x(08).
    05 log-valid picture x(10).
    05 filler picture x(01).
    05 log-reference picture x(12).
    05 filler picture x(01).
    05 log-operator picture x(08).
    05 filler picture x(01).
    05 log-sequence picture 9(10).
    05 filler picture x(01).
    05 log-check picture 9(10).
fd  checkpoint-file.
01 checkpoint-file-record.
    05 chk-line-number picture 9(08).
    05 chk-total-rejected picture 9(08).
    05 filler picture x(01).
    05 chk-sum-of-decimals picture 9(12).
    05 filler picture x(01).
    05 chk-total-suspect picture 9(08).
    *> a release pass's totals above take in the releases of the
    *> same batch before it; what they came to rides here, so an
    *> interrupted release resumes on its own figures
    05 filler picture x(01).
    05 chk-carry-lines picture 9(08).
    05 filler picture x(01).
    05 chk-carry-converted picture 9(08).
    05 filler picture x(01).
    05 chk-carry-rejected picture 9(08).
    05 filler picture x(01).
    05 chk-carry-sum picture 9(12).
    05 filler picture x(01).
    05 chk-carry-suspect picture 9(08).
fd  control-file.
01 control-file-record picture x(64).
fd  reject-file.
    05 rej-lay-roman picture x(30).
    05 filler picture x(01).
    05 rej-lay-reason picture x(20).
*> alternate reject layout for a DATE-mode batch outside LAYOUT - a
*> spelled-out date ("die XV mensis III anno MDCCCLXXIV") runs
*> past the 30 columns a numeral gets, so the date keeps 48 and the
*> reason code sits past them, still clear of what a rerun pass
*> reads back as the date
01 date-reject-record.
    05 rej-date-text picture x(48).
    05 filler picture x(01).
    05 rej-date-reason picture x(20).
*> print-formatted report written alongside the structured data
*> files - the first byte of every record is ANSI carriage
*> control, '1' for a page eject ahead of each heading block and
    05 master-first-seen picture x(08).
    05 master-last-used picture x(08).
    05 master-use-count picture 9(08).
*> document cross-reference - one record for every LAYOUT record a
*> batch touches, keyed on the document reference, the batch, the
*> day it ran and its line in that batch, so the whole history of a
*> reference across every batch and rerun-rejects pass sits
*> together in key order for romanxrf to list. a rerun of the same
*> batch on the same day rewrites its records with the new verdict
fd  xref-file.
01 xref-file-record.
    05 xref-key.
        10 xref-reference picture x(12).
        10 xref-batch picture x(30).
        10 xref-date picture x(08).
        10 xref-line picture 9(08).
    05 xref-doc-date picture x(08).
    05 xref-roman picture x(30).
    05 xref-decimal picture 9(08).
    05 xref-verdict picture x(10).
    05 xref-reason picture x(20).
    05 xref-time picture x(06).
*> per-batch in-use lock. two invocations fighting over the same
*> derived files truncate each other's checkpoint and interleave
*> the RESULTS rows, and romanrec then calls a perfectly good
    05 lock-date picture x(08).
    05 filler picture x(01).
    05 lock-time picture x(08).
    05 filler picture x(01).
    05 lock-operator picture x(08).
*> run journal - one appended record per batch with its timings
*> and throughput, so "is the nightly window getting longer" and
*> "is the master file paying for itself" have dated answers in
    05 jrn-elapsed picture 9(06).
    05 filler picture x(01).
    05 jrn-per-second picture z(05)9.99.
    05 filler picture x(01).
    05 jrn-suspect picture 9(08).
    05 filler picture x(01).
    05 jrn-operator picture x(08).
*> plausibility rules, maintained by the registry staff - one rule
*> per line ('*' in column one for a comment), applying either to
*> every reference starting with a prefix (kind P) or to a document
*> type, the leading letters of the reference (kind T); a key of
*> '*' is the default rule for everything no other rule covers.
*> a value that converts cleanly but falls below the minimum or
*> above the maximum (zero-filled, a blank maximum means none), or
*> a record whose document date falls outside the window, is held
*> as SUSPECT instead of going out with the results
fd  rules-file.
01 rules-file-record.
    05 rule-id picture x(08).
    05 filler picture x(01).
    05 rule-kind picture x(01).
    05 filler picture x(01).
    05 rule-key picture x(12).
    05 filler picture x(01).
    05 rule-min-text picture x(08).
    05 filler picture x(01).
    05 rule-max-text picture x(08).
    05 filler picture x(01).
    05 rule-window-from picture x(08).
    05 filler picture x(01).
    05 rule-window-to picture x(08).
    05 filler picture x(21).
*> the audit trail's seal - the sequence number and check of the
*> last record written, rewritten at the end of every batch and
*> every run. the next run carries the chain on from it, and
*> auditver holds the end of the live log up against it, so lines
*> cut off the end of the trail are caught as surely as lines
*> taken out of the middle
fd  seal-file.
01 seal-file-record.
    05 seal-sequence picture 9(10).
    05 filler picture x(01).
    05 seal-check picture 9(10).
    05 filler picture x(01).
    05 seal-date picture x(08).
    05 filler picture x(01).
    05 seal-time picture x(06).
*> the audit trail's writer lock, kept the way a batch's run lock
*> is. the chain only holds together with one writer at a time -
*> two runs resuming from the same seal hand out the same sequence
*> numbers - so a run takes this lock before it reads the seal and
*> marks it DONE once its last seal is written, and a second
*> writer meeting a live lock is refused
fd  audit-lock-file.
01 audit-lock-file-record.
    05 audit-lock-state picture x(05).
    05 filler picture x(01).
    05 audit-lock-date picture x(08).
    05 filler picture x(01).
    05 audit-lock-time picture x(08).
    05 filler picture x(01).
    05 audit-lock-operator picture x(08).
*> held values - the value exactly as it came in, in the columns
*> the batch read it from, so the file can be fed straight back in
*> as a release pass once an operator has checked it, then the
*> decimal it converted to and the rule that held it
fd  suspect-file.
01 suspect-file-record.
    05 sus-input picture x(30).
    05 filler picture x(01).
    05 sus-decimal picture 9(08).
    05 filler picture x(01).
    05 sus-rule-id picture x(08).
    05 filler picture x(01).
    05 sus-reason picture x(11).
*> alternate view of a held record under the converter's
*> fixed-column LAYOUT mode - reference, date and numeral in the
*> input record's own columns
01 layout-suspect-record.
    05 sus-lay-reference picture x(12).
    05 sus-lay-doc-date picture x(08).
    05 sus-lay-roman picture x(30).
    05 filler picture x(01).
    05 sus-lay-decimal picture 9(08).
    05 filler picture x(01).
    05 sus-lay-rule-id picture x(08).
    05 filler picture x(01).
    05 sus-lay-reason picture x(11).
*> known transcription slips, maintained by the operations team -
*> one rule per line ('*' in column one for a comment): the rule
*> id, the text as it is miskeyed, the text it should have been,
*> and how many numerals the rule has rescued so far (the converter
*> keeps that count up itself, a blank count starts at zero). the
*> texts are matched exactly as keyed, before the numeral is
*> upper-cased, so a lower-case l can be told from a real L; an
*> underscore stands for a blank, and an empty replacement drops
*> the miskeyed text altogether
fd  corrections-file.
01 corrections-file-record.
    05 cor-rule-id picture x(08).
    05 filler picture x(01).
    05 cor-from picture x(04).
    05 filler picture x(01).
    05 cor-to picture x(04).
    05 filler picture x(01).
    05 cor-uses-text picture x(08).
    05 filler picture x(01).
    05 cor-description picture x(52).
*> the batch's corrections report - every rejected numeral a rule
*> rescued, as keyed and as corrected, with its decimal and the
*> rule that fixed it (MULTIPLE when it took more than one), then
*> one row per rule the pass used with its count for the pass and
*> its running total
fd  corrected-file.
01 corrected-file-record.
    05 cfx-reference picture x(12).
    05 filler picture x(01).
    05 cfx-original picture x(30).
    05 filler picture x(01).
    05 cfx-corrected picture x(30).
    05 filler picture x(01).
    05 cfx-decimal picture z(07)9.
    05 filler picture x(01).
    05 cfx-rule-id picture x(08).
01 corrected-usage-record.
    05 cfu-marker picture x(12).
    05 filler picture x(01).
    05 cfu-rule-id picture x(08).
    05 filler picture x(01).
    05 cfu-from picture x(04).
    05 filler picture x(01).
    05 cfu-to picture x(04).
    05 filler picture x(01).
    05 cfu-batch-uses picture z(07)9.
    05 filler picture x(01).
    05 cfu-total-uses picture z(07)9.
*> romanrec's reconciliation report, read by the operator console
*> for the latest verdicts
fd  recon-file.
01 recon-file-record picture x(80).

working-storage section.
77 i  picture s99 usage is computational.
*> run, 4 completed but some records rejected, 8 a named file was
*> missing and skipped, 12 a batch was stopped on the reject
*> threshold, 16 the run could not start at all, 20 a batch was
*> refused because another invocation held its run lock (or the
*> whole run was, because another held the audit trail). the
*> highest grade reached anywhere in the run is what the job step
*> ends with
77 highest-condition picture 9(2) value 0.
01 master-file-status picture x(02).
77 master-available picture 9(1) value 0.
77 master-hit picture 9(1) value 0.
01 xref-file-name picture x(64) value 'ROMAN-XREF.DAT'.
01 xref-file-status picture x(02).
77 xref-available picture 9(1) value 0.
*> fixed-column LAYOUT mode - the registry extract carries a
*> document reference and date in front of the numeral, and the
*> reference follows the value through to every output
01 lock-suffix picture x(20) value '-INUSE.TXT'.
77 lock-refused picture 9(1) value 0.
77 clear-lock-mode picture 9(1) value 0.
77 lock-claimed picture 9(1) value 0.
01 time-now picture x(08) value spaces.
*> operator sign-on - the operator ID comes from OPERATOR= on the
*> job parameter, failing that from the ROMAN_OPERATOR environment
*> variable, and is stamped on every audit record, the run journal
*> and the run lock. CLEARLOCK is only honoured for an operator the
*> authorization file allows it (see opauth)
01 operator-id picture x(08) value spaces.
01 operators-file-name picture x(64) value 'ROMAN-OPERATORS.TXT'.
01 auth-function picture x(10) value spaces.
77 auth-result picture 9(1) value 0.
77 operator-refused picture 9(1) value 0.
*> roman fraction mode - opt-in the way EXTENDED is, so the older
*> registry volumes whose quantity columns carry 'S' and the uncia
*> marks can come through while every existing feed keeps its
77 lines-per-second picture 9(6)v99 value 0.
77 master-hit-count picture 9(8) value 0.
77 conv-call-count picture 9(8) value 0.
*> calendar date mode - opt-in like EXTENDED, so a whole roman
*> document date converts to YYYYMMDD (and a YYYYMMDD back to the
*> roman day.month.year) in one step instead of being taken apart
*> numeral by numeral and assembled by hand
77 date-mode picture 9(1) value 0.
01 date-text picture x(48) value spaces.
77 date-length picture 9(2) value 0.
01 date-ymd picture x(08) value spaces.
01 date-roman picture x(30) value spaces.
*> plausibility rules and the SUSPECT outcome - the rules table is
*> loaded once at startup, and a value a rule holds back goes to
*> the batch's SUSPECT file instead of the results until an
*> operator releases it by feeding that file back in. a release
*> pass names its companion files "-RELEASE" the way a
*> rerun-rejects pass names its own "-RERUN"
01 rules-file-name picture x(64) value 'ROMAN-RULES.TXT'.
01 rules-file-status picture x(02).
77 rules-eof picture a(1) value 'N'.
77 rule-count picture 9(4) usage is computational value 0.
77 rule-index picture 9(4) usage is computational value 0.
77 rule-hit picture 9(4) usage is computational value 0.
77 best-prefix-length picture 9(2) value 0.
01 rules-table.
    05 rule-entry occurs 200 times.
        10 tbl-rule-id picture x(08).
        10 tbl-rule-kind picture x(01).
        10 tbl-rule-key picture x(12).
        10 tbl-rule-key-length picture 9(02).
        10 tbl-rule-min picture 9(08).
        10 tbl-rule-max picture 9(08).
        10 tbl-rule-from picture x(08).
        10 tbl-rule-to picture x(08).
01 doc-type picture x(12) value spaces.
77 doc-type-length picture 9(2) value 0.
01 suspect-file-name picture x(64) value spaces.
01 suspect-file-status picture x(02).
01 suspect-suffix picture x(20) value '-SUSPECT.TXT'.
77 sus-suffix-base-length picture 9(2) value 0.
77 suspect-open picture 9(1) value 0.
77 suspect-found picture 9(1) value 0.
01 suspect-rule-id picture x(08) value spaces.
01 suspect-reason picture x(11) value spaces.
77 total-suspect picture 9(8) value 0.
77 release-mode picture 9(1) value 0.
01 pass-tag picture x(08) value '-RERUN'.
01 release-checkpoint-name picture x(64) value spaces.
*> what the earlier releases of the same batch already put into
*> its results - a release pass's checkpoint carries them on top
*> of its own figures, so a second release does not write the
*> first one out of the reconciliation
77 release-carry-lines picture 9(8) value 0.
77 release-carry-converted picture 9(8) value 0.
77 release-carry-rejected picture 9(8) value 0.
77 release-carry-sum picture 9(12) usage is computational value 0.
77 release-carry-suspect picture 9(8) value 0.
*> transcription corrections - the table is loaded once at startup
*> with every line of the file kept beside it, so the usage counts
*> can be written back into the operations team's own file at the
*> end of the run without disturbing their comments or layout
01 corrections-file-name picture x(64) value 'ROMAN-CORRECTIONS.TXT'.
01 corrections-file-status picture x(02).
77 corrections-eof picture a(1) value 'N'.
77 correction-count picture 9(4) usage is computational value 0.
77 correction-index picture 9(4) usage is computational value 0.
77 correction-line-count picture 9(4) usage is computational value 0.
77 correction-line-overflow picture 9(1) value 0.
77 corrections-used picture 9(8) value 0.
01 correction-lines.
    05 correction-line occurs 500 times picture x(80).
01 corrections-table.
    05 correction-entry occurs 100 times.
        10 tbl-cor-id picture x(08).
        10 tbl-cor-from picture x(04).
        10 tbl-cor-from-length picture 9(01).
        10 tbl-cor-to picture x(04).
        10 tbl-cor-to-length picture 9(01).
        10 tbl-cor-uses picture 9(08).
        10 tbl-cor-batch-uses picture 9(08).
        10 tbl-cor-run-uses picture 9(08).
        10 tbl-cor-applied picture 9(01).
        10 tbl-cor-line picture 9(04).
01 corrected-file-name picture x(64) value spaces.
01 corrected-file-status picture x(02).
01 corrected-suffix picture x(20) value '-CORRECTED.TXT'.
77 corrected-open picture 9(1) value 0.
77 corrected-found picture 9(1) value 0.
01 corrected-rule-id picture x(08) value spaces.
77 corrected-rule-index picture 9(4) usage is computational value 0.
*> the numeral exactly as keyed, and the working copies a rule is
*> applied to
01 correction-original picture x(30) value spaces.
77 correction-original-length picture 9(2) value 0.
01 correction-text picture x(30) value spaces.
77 correction-text-length picture 9(2) value 0.
01 correction-work picture x(30) value spaces.
01 correction-input picture x(30) value spaces.
77 correction-pos picture 9(3) value 0.
77 correction-out picture 9(3) value 0.
77 correction-match picture 9(1) value 0.
77 correction-changed picture 9(1) value 0.
77 correction-rules-applied picture 9(3) value 0.
77 correction-saved-flag picture 9(1) value 0.
01 cor-from-now picture x(04) value spaces.
77 cor-from-length picture 9(1) value 0.
01 cor-to-now picture x(04) value spaces.
77 cor-to-length picture 9(1) value 0.
01 cor-uses-edit picture 9(08) value 0.
77 total-corrected picture 9(8) value 0.
*> audit chain - the sequence number and check of the last record
*> written, carried on from the seal when the run starts
01 seal-file-name picture x(64) value spaces.
01 seal-file-status picture x(02).
77 seal-name-length picture 9(2) value 0.
77 audit-sequence picture 9(10) value 0.
77 audit-chain-check picture 9(10) value 0.
77 audit-scan-eof picture a(1) value 'N'.
01 audit-chain-text picture x(94) value spaces.
01 audit-seal-time picture x(08) value spaces.
01 audit-lock-file-name picture x(64) value spaces.
01 audit-lock-file-status picture x(02).
77 audit-lock-refused picture 9(1) value 0.
77 audit-lock-claimed picture 9(1) value 0.
77 audit-lock-held picture 9(1) value 0.
*> operator console - the day shift's full-screen menu for single
*> conversions, batch launches, reject repair, master lookups and
*> the latest journal and reconciliation verdicts. every action it
*> takes is signed with the operator ID on the audit trail, as a
*> CONSOLE entry where it is not a conversion of its own
77 console-signed-on picture 9(1) value 0.
77 console-trail-refused picture 9(1) value 0.
77 console-resubmitted picture 9(1) value 0.
01 console-operator picture x(08) value spaces.
01 console-choice picture x(01) value space.
01 console-done picture x(01) value 'N'.
01 console-ack picture x(01) value space.
01 console-message picture x(79) value spaces.
01 console-rule-line picture x(79) value all '-'.
01 console-notation-text picture x(08) value spaces.
01 console-fraction-text picture x(03) value spaces.
01 console-lenient-text picture x(03) value spaces.
01 console-date-text picture x(03) value spaces.
01 console-layout-text picture x(03) value spaces.
01 console-quiet-text picture x(03) value spaces.
01 console-master-text picture x(03) value spaces.
*> the modes as a whole, so a change can be spotted (and put on
*> the audit trail) and a launch's own keywords undone afterwards
01 console-mode-snapshot.
    05 cms-extended picture 9(1).
    05 cms-fraction picture 9(1).
    05 cms-lenient picture 9(1).
    05 cms-date picture 9(1).
    05 cms-quiet picture 9(1).
    05 cms-layout picture 9(1).
    05 cms-scan picture 9(1).
    05 cms-threshold picture 9(3).
01 console-modes-before picture x(10) value spaces.
01 console-standing-modes picture x(10) value spaces.
77 console-modes-echoed picture 9(1) value 0.
01 console-extended-flag picture x(01) value 'N'.
01 console-fraction-flag picture x(01) value 'N'.
01 console-lenient-flag picture x(01) value 'N'.
01 console-date-flag picture x(01) value 'N'.
01 console-layout-flag picture x(01) value 'N'.
01 console-quiet-flag picture x(01) value 'N'.
77 console-threshold picture 9(3) value 0.
*> single conversions
01 console-entry picture x(48) value spaces.
77 console-sequence-before picture 9(10) value 0.
01 console-last-input picture x(20) value spaces.
01 console-last-result picture x(20) value spaces.
01 console-last-verdict picture x(10) value spaces.
*> batch launches
01 console-file picture x(44) value spaces.
01 console-keywords picture x(40) value spaces.
77 console-saved-condition picture 9(2) value 0.
77 console-run-condition picture 9(2) value 0.
01 console-condition-text picture x(24) value spaces.
01 console-result-rejects picture x(44) value spaces.
01 console-result-suspects picture x(44) value spaces.
*> reject repair - the batch's REJECTS file is held whole while the
*> operator works through it a page at a time, each line beside
*> what its value was before it was fixed (1 fixed but not yet
*> saved, 2 saved and waiting to be resubmitted). the keywords are
*> the ones the batch was run with, since they decide where the
*> value and the reason sit in each record
01 console-loaded-file picture x(44) value spaces.
01 console-reject-keywords picture x(40) value spaces.
01 console-loaded-keywords picture x(40) value spaces.
77 console-reject-layout picture 9(1) value 0.
77 console-reject-mismatch picture 9(4) usage is computational value 0.
01 console-reject-name picture x(64) value spaces.
77 console-reject-count picture 9(4) usage is computational value 0.
77 console-reject-index picture 9(4) usage is computational value 0.
77 console-reject-overflow picture 9(1) value 0.
77 console-reject-eof picture a(1) value 'N'.
77 console-page-start picture 9(4) usage is computational value 1.
77 console-page-row picture 9(4) usage is computational value 0.
77 console-unsaved picture 9(4) usage is computational value 0.
77 console-discard-warned picture 9(1) value 0.
77 console-saved picture 9(1) value 0.
77 console-batch-running picture 9(1) value 0.
77 console-value-pos picture 9(2) value 1.
77 console-value-length picture 9(2) value 30.
77 console-reason-pos picture 9(2) value 32.
77 console-show-pos picture 9(2) value 6.
77 console-reason-show picture 9(2) value 37.
01 console-rejects.
    05 console-reject-entry occurs 500 times.
        10 console-reject-line picture x(80).
        10 console-reject-fixed picture 9(1).
        10 console-reject-original picture x(48).
01 console-page-heading picture x(78) value spaces.
01 console-page-lines.
    05 console-page-line occurs 10 times picture x(78).
01 console-line-display picture z(03)9.
77 console-fix-number picture 9(4) value 0.
01 console-fix-text picture x(48) value spaces.
01 console-command picture x(01) value space.
01 console-count-display picture z(03)9.
*> master lookups
01 console-lookup picture x(30) value spaces.
01 console-lookup-notation picture x(08) value spaces.
01 console-lookup-verdict picture x(10) value spaces.
01 console-lookup-reason picture x(20) value spaces.
01 console-lookup-decimal picture z(07)9.
01 console-lookup-canonical picture x(30) value spaces.
01 console-lookup-first picture x(08) value spaces.
01 console-lookup-last picture x(08) value spaces.
01 console-lookup-uses picture z(07)9.
*> journal and reconciliation view - the last eight runs and the
*> last six verdicts, oldest first
01 recon-file-name picture x(64) value 'RECON-REPORT.TXT'.
01 recon-file-status picture x(02).
77 console-view-eof picture a(1) value 'N'.
77 console-journal-count picture 9(4) usage is computational value 0.
77 console-recon-count picture 9(4) usage is computational value 0.
01 console-journal-rows.
    05 console-journal-row occurs 8 times picture x(78).
01 console-recon-rows.
    05 console-recon-row occurs 6 times picture x(78).
01 console-recon-batch picture x(61) value spaces.
01 console-journal-heading.
    05 filler picture x(17) value "BATCH".
    05 filler picture x(09) value "DATE".
    05 filler picture x(07) value "START".
    05 filler picture x(07) value "SECS".
    05 filler picture x(09) value "LINES".
    05 filler picture x(09) value "CONV".
    05 filler picture x(07) value "REJ".
    05 filler picture x(05) value "SUSP".
    05 filler picture x(08) value "OPERATOR".
01 console-journal-layout.
    05 cjl-batch picture x(16).
    05 filler picture x(01).
    05 cjl-date picture x(08).
    05 filler picture x(01).
    05 cjl-start picture x(04).
    05 filler picture x(01).
    05 cjl-elapsed picture z(05)9.
    05 filler picture x(01).
    05 cjl-lines picture z(06)9.
    05 filler picture x(01).
    05 cjl-converted picture z(06)9.
    05 filler picture x(01).
    05 cjl-rejected picture z(06)9.
    05 filler picture x(01).
    05 cjl-suspect picture z(06)9.
    05 filler picture x(01).
    05 cjl-operator picture x(08).
01 console-recon-heading.
    05 filler picture x(52) value "BATCH".
    05 filler picture x(07) value "VERDICT".
01 console-recon-layout.
    05 crl-batch picture x(50).
    05 filler picture x(02).
    05 crl-verdict picture x(20).

screen section.
*> the console's top lines - who is signed on and the modes in
*> force - and its message line, shown above every screen
01 console-header-screen blank screen.
    05 line 1 column 1 value "ROMAN NUMERAL CONVERTER - OPERATOR CONSOLE"
        highlight.
    05 line 1 column 60 value "OPERATOR".
    05 line 1 column 69 picture x(08) from operator-id.
    05 line 2 column 1 value "NOTATION".
    05 line 2 column 10 picture x(08) from console-notation-text.
    05 line 2 column 20 value "FRACTIONS".
    05 line 2 column 30 picture x(03) from console-fraction-text.
    05 line 2 column 35 value "LENIENT".
    05 line 2 column 43 picture x(03) from console-lenient-text.
    05 line 2 column 48 value "DATES".
    05 line 2 column 54 picture x(03) from console-date-text.
    05 line 2 column 59 value "LAYOUT".
    05 line 2 column 66 picture x(03) from console-layout-text.
    05 line 2 column 71 value "QUIET".
    05 line 2 column 77 picture x(03) from console-quiet-text.
    05 line 3 column 1 value "THRESHOLD".
    05 line 3 column 11 picture zz9 from reject-threshold-pct.
    05 line 3 column 16 value "RULES".
    05 line 3 column 22 picture zzz9 from rule-count.
    05 line 3 column 28 value "CORRECTIONS".
    05 line 3 column 40 picture zzz9 from correction-count.
    05 line 3 column 46 value "MASTER".
    05 line 3 column 53 picture x(03) from console-master-text.
    05 line 4 column 1 picture x(79) from console-rule-line.
    05 line 24 column 1 picture x(79) from console-message highlight.

01 console-sign-on-screen.
    05 line 6 column 10 value "OPERATOR SIGN-ON".
    05 line 8 column 10
        value "Every console action is signed with your operator ID".
    05 line 9 column 10
        value "on the audit trail. Leave it blank to leave the console.".
    05 line 11 column 10 value "OPERATOR ID ===>".
    05 line 11 column 27 picture x(08) using console-operator
        underline.

01 console-menu-screen.
    05 line 6 column 10 value "1  CONVERT A VALUE".
    05 line 7 column 10 value "2  RUN A BATCH OR CONTROL FILE".
    05 line 8 column 10 value "3  BROWSE AND FIX A BATCH'S REJECTS".
    05 line 9 column 10
        value "4  LOOK UP A VALUE ON THE CONVERSION MASTER".
    05 line 10 column 10
        value "5  LATEST RUN JOURNAL AND RECONCILIATION VERDICTS".
    05 line 11 column 10 value "6  CHANGE THE MODE SETTINGS".
    05 line 12 column 10 value "Q  QUIT".
    05 line 14 column 10 value "SELECTION ===>".
    05 line 14 column 25 picture x(01) using console-choice underline.

01 console-convert-screen.
    05 line 6 column 1 value "CONVERT A VALUE".
    05 line 7 column 1
        value "A roman numeral, a decimal, a range such as I-X, an".
    05 line 8 column 1
        value "expression such as XIV + VII, or a date when DATES is ON.".
    05 line 10 column 1 value "VALUE ===>".
    05 line 10 column 12 picture x(48) using console-entry underline.
    05 line 12 column 1 value "LAST ENTRY".
    05 line 12 column 14 picture x(20) from console-last-input.
    05 line 13 column 1 value "RESULT".
    05 line 13 column 14 picture x(20) from console-last-result.
    05 line 14 column 1 value "VERDICT".
    05 line 14 column 14 picture x(10) from console-last-verdict.

01 console-run-screen.
    05 line 6 column 1
        value "RUN A BATCH - a roman-file (.TXT) or a control file (.LST)".
    05 line 8 column 1 value "FILE     ===>".
    05 line 8 column 15 picture x(44) using console-file underline.
    05 line 9 column 1 value "KEYWORDS ===>".
    05 line 9 column 15 picture x(40) using console-keywords underline.
    05 line 11 column 1
        value "Keywords: EXTENDED SCAN LAYOUT FRACTION LENIENT QUIET DATE".
    05 line 12 column 1
        value "THRESHOLD=nn and CLEARLOCK (authorized operators only).".
    05 line 13 column 1
        value "They hold for this run alone - the console's own modes".
    05 line 14 column 1 value "come back once it ends.".
    05 line 15 column 1
        value "Leave the file blank and press ENTER to return to the menu.".

01 console-running-screen.
    05 line 6 column 1 value "RUNNING".
    05 line 6 column 9 picture x(64) from batch-parm.
    05 line 8 column 1
        value "Progress follows; the result comes up when the run ends.".

01 console-result-screen.
    05 line 6 column 1 value "RUN FINISHED".
    05 line 6 column 14 picture x(64) from batch-parm.
    05 line 8 column 1 value "LAST BATCH RUN".
    05 line 8 column 22 picture x(44) from roman-file-name.
    05 line 9 column 1 value "LINES READ".
    05 line 9 column 22 picture z(07)9 from total-lines-read.
    05 line 10 column 1 value "CONVERTED".
    05 line 10 column 22 picture z(07)9 from total-converted.
    05 line 11 column 1 value "OF WHICH CORRECTED".
    05 line 11 column 22 picture z(07)9 from total-corrected.
    05 line 12 column 1 value "REJECTED".
    05 line 12 column 22 picture z(07)9 from total-rejected.
    05 line 13 column 1 value "HELD AS SUSPECT".
    05 line 13 column 22 picture z(07)9 from total-suspect.
    05 line 15 column 1 value "CONDITION CODE".
    05 line 15 column 28 picture z9 from console-run-condition.
    05 line 15 column 32 picture x(24) from console-condition-text.
    05 line 17 column 1 value "REJECTS IN".
    05 line 17 column 22 picture x(44) from console-result-rejects.
    05 line 18 column 1 value "SUSPECTS IN".
    05 line 18 column 22 picture x(44) from console-result-suspects.
    05 line 20 column 1 value "Press ENTER to return to the menu.".
    05 line 20 column 36 picture x(01) using console-ack.

01 console-rejects-screen.
    05 line 6 column 1 value "BATCH ===>".
    05 line 6 column 12 picture x(44) using console-file underline.
    05 line 6 column 58 value "REJECTS".
    05 line 6 column 66 picture zzz9 from console-reject-count.
    05 line 7 column 1 value "KEYWORDS ===>".
    05 line 7 column 15 picture x(40) using console-reject-keywords
        underline.
    05 line 7 column 57 value "(as the batch was run)".
    05 line 8 column 2 picture x(78) from console-page-heading.
    05 line 9 column 2 picture x(78) from console-page-line(1).
    05 line 10 column 2 picture x(78) from console-page-line(2).
    05 line 11 column 2 picture x(78) from console-page-line(3).
    05 line 12 column 2 picture x(78) from console-page-line(4).
    05 line 13 column 2 picture x(78) from console-page-line(5).
    05 line 14 column 2 picture x(78) from console-page-line(6).
    05 line 15 column 2 picture x(78) from console-page-line(7).
    05 line 16 column 2 picture x(78) from console-page-line(8).
    05 line 17 column 2 picture x(78) from console-page-line(9).
    05 line 18 column 2 picture x(78) from console-page-line(10).
    05 line 20 column 1 value "FIX LINE ===>".
    05 line 20 column 15 picture 9(04) using console-fix-number
        blank when zero underline.
    05 line 20 column 21 value "TO ===>".
    05 line 20 column 29 picture x(48) using console-fix-text underline.
    05 line 22 column 1 value "COMMAND ===>".
    05 line 22 column 14 picture x(01) using console-command underline.
    05 line 22 column 17
        value "N next page  P previous  S save  R save and resubmit  Q back".

01 console-master-screen.
    05 line 6 column 1
        value "LOOK UP A ROMAN NUMERAL ON THE CONVERSION MASTER".
    05 line 7 column 1
        value "Read under the notation in force. A blank numeral returns".
    05 line 8 column 1 value "to the menu.".
    05 line 9 column 1 value "NUMERAL ===>".
    05 line 9 column 14 picture x(30) using console-lookup underline.
    05 line 11 column 1 value "NOTATION".
    05 line 11 column 20 picture x(08) from console-lookup-notation.
    05 line 12 column 1 value "VERDICT".
    05 line 12 column 20 picture x(10) from console-lookup-verdict.
    05 line 13 column 1 value "REASON".
    05 line 13 column 20 picture x(20) from console-lookup-reason.
    05 line 14 column 1 value "DECIMAL".
    05 line 14 column 20 picture z(07)9 from console-lookup-decimal.
    05 line 15 column 1 value "CANONICAL FORM".
    05 line 15 column 20 picture x(30) from console-lookup-canonical.
    05 line 16 column 1 value "FIRST SEEN".
    05 line 16 column 20 picture x(08) from console-lookup-first.
    05 line 17 column 1 value "LAST USED".
    05 line 17 column 20 picture x(08) from console-lookup-last.
    05 line 18 column 1 value "TIMES USED".
    05 line 18 column 20 picture z(07)9 from console-lookup-uses.

01 console-journal-screen.
    05 line 5 column 1 value "LATEST RUNS ON THE JOURNAL" highlight.
    05 line 6 column 1 picture x(78) from console-journal-heading.
    05 line 7 column 1 picture x(78) from console-journal-row(1).
    05 line 8 column 1 picture x(78) from console-journal-row(2).
    05 line 9 column 1 picture x(78) from console-journal-row(3).
    05 line 10 column 1 picture x(78) from console-journal-row(4).
    05 line 11 column 1 picture x(78) from console-journal-row(5).
    05 line 12 column 1 picture x(78) from console-journal-row(6).
    05 line 13 column 1 picture x(78) from console-journal-row(7).
    05 line 14 column 1 picture x(78) from console-journal-row(8).
    05 line 16 column 1 value "LATEST RECONCILIATION VERDICTS" highlight.
    05 line 17 column 1 picture x(59) from console-recon-heading.
    05 line 18 column 1 picture x(78) from console-recon-row(1).
    05 line 19 column 1 picture x(78) from console-recon-row(2).
    05 line 20 column 1 picture x(78) from console-recon-row(3).
    05 line 21 column 1 picture x(78) from console-recon-row(4).
    05 line 22 column 1 picture x(78) from console-recon-row(5).
    05 line 23 column 1 picture x(78) from console-recon-row(6).
    05 line 24 column 60 value "ENTER returns".
    05 line 24 column 74 picture x(01) using console-ack.

01 console-modes-screen.
    05 line 6 column 1
        value "MODE SETTINGS - Y switches a mode on, N switches it off".
    05 line 8 column 1
        value "EXTENDED NOTATION (bracket values past 3999)".
    05 line 8 column 55 picture x(01) using console-extended-flag
        underline.
    05 line 9 column 1 value "ROMAN FRACTIONS (S and the uncia marks)".
    05 line 9 column 55 picture x(01) using console-fraction-flag
        underline.
    05 line 10 column 1
        value "LENIENT NORMALIZATION (IIII, VIIII and the like)".
    05 line 10 column 55 picture x(01) using console-lenient-flag
        underline.
    05 line 11 column 1 value "WHOLE CALENDAR DATES".
    05 line 11 column 55 picture x(01) using console-date-flag
        underline.
    05 line 12 column 1 value "FIXED-COLUMN LAYOUT RECORDS".
    05 line 12 column 55 picture x(01) using console-layout-flag
        underline.
    05 line 13 column 1 value "QUIET (no per-record lines in batch runs)".
    05 line 13 column 55 picture x(01) using console-quiet-flag
        underline.
    05 line 14 column 1 value "REJECT THRESHOLD PERCENT (0 for none)".
    05 line 14 column 55 picture 9(03) using console-threshold
        underline.
    05 line 16 column 1
        value "Press ENTER to apply the settings and return to the menu.".

procedure division.
    *> open output so we can write to the screen - the keyboard is
    *> only ever read through the operator console's screens, on
    *> the interactive path, since an unattended batch run driven
    *> by a job-card parameter never touches it at all
    open output standard-output.

    *> pick up the optional run-parameters file first - the audit
    *> read before anything opens
    perform 0400-read-run-parameters.

    *> the operator signs on through the environment, or through
    *> OPERATOR= on the job parameter, which wins when both are set
    accept operator-id from environment "ROMAN_OPERATOR"
    move function upper-case(operator-id) to operator-id

    *> a job running this program out of the overnight batch window
    *> has no one at a keyboard to work the operator console, so a
    *> JCL PARM (or the first argument on the command
    *> line, for shops running this off a job script instead of
    *> JCL) supplies the roman-file or control-file name up front -
    *> if one was given we skip straight to batch processing and
    *> never touch the keyboard at all. its keywords are parsed
    *> here, before the audit trail opens, so the CONFIG rows
    *> 0500-echo-settings writes record the settings the run is
    *> actually using, command-line overrides included
        perform 0450-parse-parm-keywords
    end-if

    *> pick the audit chain up where the last run left it, so the
    *> first record this run writes follows on from the last one
    *> on the trail
    perform 0620-resume-audit-chain

    *> a run that could not get the audit trail to itself writes
    *> nothing at all - not even its refusal
    if audit-lock-refused = 1
        display "Run refused - no batch has been processed"
        move highest-condition to return-code
        stop run
    end-if

    *> open the audit trail so every conversion, interactive or
    *> file-driven, gets a dated record of what was asked for and
    *> what came back - extend it if it already exists from an
    *> which settings a given night's batch had in force
    perform 0500-echo-settings

    *> a writer lock a crashed run left behind, claimed under
    *> CLEARLOCK, goes on the trail with the operator who claimed it
    if audit-lock-claimed = 1
        perform 0628-record-lock-claim
    end-if

    *> the conversion master keeps every value we have ever judged,
    *> so repeat-heavy nightly files cost a keyed read per line
    *> instead of a fresh validation - a shop whose runtime cannot
    *> host the indexed file just runs without it
    perform 0600-open-master

    *> the document cross-reference is kept the same way, and a
    *> runtime without it loses only the registry lookup
    perform 0610-open-xref

    *> the plausibility rules are read once, before any batch runs
    perform 0700-load-rules

    *> and so is the table of known transcription slips
    perform 0720-load-corrections

    *> a privileged override on the job parameter is checked
    *> against the authorization file before anything runs - an
    *> operator not allowed it gets the whole run refused
    if clear-lock-mode = 1
        perform 0800-authorize-clearlock
    end-if

    if operator-refused = 1
        display "Run refused - no batch has been processed"
    else if batch-parm-length > 0
        perform 4000-process-batch-parm
    else
        *> with no job parameter there is someone at a terminal,
        *> and the day shift works through the operator console.
        *> the console can sit open all shift, so it hands the
        *> audit trail back here and takes it again only for the
        *> length of each action that writes to it
        perform 9050-write-audit-seal
        close audit-file
        perform 9060-release-audit-lock
        perform 1500-operator-console
    end-if
    end-if.

    if master-available = 1
        close master-file
    end-if
    if xref-available = 1
        close xref-file
    end-if
    *> the rules that rescued anything this run get their new
    *> usage counts written back into the corrections table
    if corrections-used > 0
        perform 9790-save-correction-usage
    end-if
    if audit-lock-held = 1
        perform 9050-write-audit-seal
        close audit-file
        perform 9060-release-audit-lock
    end-if.
    move highest-condition to return-code.
    stop run.

*> ---------------------------------------------------------------
*> handles one entry keyed at the console's convert screen: works
*> out whether it is a roman numeral, a decimal, a range, an
*> arithmetic expression, a whole date, a file name or one of the
*> mode words, and converts (or runs) it, every conversion with
*> its dated audit entry. user-input holds the entry
*> ---------------------------------------------------------------
1100-handle-entry.
    *> reset our variables
    move spaces to audit-reference
    move 0 to file_found
    move 0 to control-mode
    move 0 to string-length
    move 0 TO count-of-trailing-spaces
    move 0 to i
    move 0 to digit-count
    move 0 to numeric-found
    move 0 to range_found
    move 0 to fraction-twelfths


    *> get length of string
    *> referenced from: https://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
    *> reverses the string and then finds the location of leading space
    inspect function reverse (user-input)                       
        tallying count-of-trailing-spaces                                        
        for leading space
    
    *> calculate the length of string
    subtract count-of-trailing-spaces                                     
        from length of user-input
        giving string-length
    
    *> "for" loop over the string and look for a . signfying text file
    perform varying i from 1 by 1 until i > string-length
        if user-input(i:1) = '.'
            move 1 to file_found
        end-if
    end-perform

    *> in fraction mode a dot can be an uncia mark rather than
    *> a file extension - when every character of the input is
    *> a roman symbol, an 'S', a bracket or a fraction mark,
    *> this is a numeral to convert, not a filename to open
    if fraction-mode = 1 and file_found = 1
        move 1 to frac-chars-only
        perform varying i from 1 by 1 until i > string-length
            if function upper-case(user-input(i:1)) not = 'I'
                    and function upper-case(user-input(i:1))
                        not = 'V'
                    and function upper-case(user-input(i:1))
                        not = 'X'
                    and function upper-case(user-input(i:1))
                        not = 'L'
                    and function upper-case(user-input(i:1))
                        not = 'C'
                    and function upper-case(user-input(i:1))
                        not = 'D'
                    and function upper-case(user-input(i:1))
                        not = 'M'
                    and function upper-case(user-input(i:1))
                        not = 'S'
                    and user-input(i:1) not = '.'
                    and user-input(i:1) not = '('
                    and user-input(i:1) not = ')'
                move 0 to frac-chars-only
            end-if
        end-perform
        if frac-chars-only = 1
            move 0 to file_found
        end-if
    end-if

    *> in date mode the dots of XV.III.MDCCCLXXIV separate the
    *> parts of a date - only an entry ending in .TXT or .LST is
    *> still a file to open
    if date-mode = 1 and file_found = 1
        if string-length < 5
            move 0 to file_found
        else
            if function upper-case(user-input(string-length - 3:4))
                    not = '.TXT'
                    and function upper-case(
                    user-input(string-length - 3:4)) not = '.LST'
                move 0 to file_found
            end-if
        end-if
    end-if

    *> "for" loop over the string counting digit characters - if
    *> every character is a digit then the user typed in a decimal
    *> value instead of a roman numeral, and we should run the
    *> reverse conversion (decimal to roman) rather than conv
    perform varying i from 1 by 1 until i > string-length
        if user-input(i:1) >= '0' and user-input(i:1) <= '9'
            add 1 to digit-count
        end-if
    end-perform

    if digit-count > 0 and digit-count = string-length
        move 1 to numeric-found
    end-if

    *> a ".lst" file is a control file listing several roman-file
    *> batches to run one after another in this same invocation,
    *> rather than a single roman-file itself
    if file_found = 1 and string-length > 4
        if function upper-case(user-input(string-length - 3:4))
                = '.LST'
            move 1 to control-mode
        end-if
    end-if

    *> an operator with a blank on each side of it means the
    *> user typed an arithmetic expression over two values
    *> rather than a single value - this has to be spotted
    *> before the range check below, since "XIV - VII" is a
    *> subtraction while "XIV-VII" stays a range request
    perform 6900-detect-arithmetic

    *> a single '-' with something on both sides (and no '.',
    *> so it isn't a filename) means the user gave two bounds -
    *> either two roman numerals or two decimal values - and
    *> wants a conversion table for every value in between,
    *> rather than a single conversion
    move 0 to range_found
    move 0 to dash-pos
    if file_found = 0 and arith-found = 0
        perform varying i from 1 by 1 until i > string-length
            if user-input(i:1) = '-' and dash-pos = 0
                    and i > 1 and i < string-length
                move i to dash-pos
            end-if
        end-perform
        if dash-pos > 0
            move 1 to range_found
        end-if
    end-if

    *> switch between the classic 1-3999 notation and the
    *> extended bracket notation - a mode the user has to ask
    *> for by name, so existing batches keep their behaviour
    if function upper-case(user-input) = 'EXTENDED'
        move 1 to extended-mode
        move 3999999 to value-limit
        display "Extended notation enabled (1-3999999)"

    else if function upper-case(user-input) = 'CLASSIC'
        move 0 to extended-mode
        move 3999 to value-limit
        display "Classic notation enabled (1-3999)"

    *> roman fractions - 'S' for a half and a '.' uncia mark
    *> per twelfth - switched on and off by name, the same way
    *> the extended bracket notation is
    else if function upper-case(user-input) = 'FRACTION'
        move 1 to fraction-mode
        display "Roman fractions enabled (S and uncia marks)"

    else if function upper-case(user-input) = 'NOFRACTION'
        move 0 to fraction-mode
        display "Roman fractions disabled"

    *> lenient normalization for the archival documents - a
    *> non-canonical spelling with an unambiguous value is
    *> converted and flagged NORMALIZED instead of rejected.
    *> STRICT puts the default canonical check back
    else if function upper-case(user-input) = 'LENIENT'
        move 1 to lenient-mode
        display "Lenient normalization enabled"

    else if function upper-case(user-input) = 'STRICT'
        move 0 to lenient-mode
        display "Strict canonical checking restored"

    *> calendar dates - a whole roman date to YYYYMMDD and an
    *> eight-digit YYYYMMDD back to roman day.month.year
    else if function upper-case(user-input) = 'DATE'
        move 1 to date-mode
        display "Calendar date conversion enabled"

    else if function upper-case(user-input) = 'NODATE'
        move 0 to date-mode
        display "Calendar date conversion disabled"

    *> "SCAN <file>" runs the free-text extraction over one
    *> document instead of treating every line as a single
    *> value
    else if function upper-case(user-input(1:5)) = 'SCAN '
        move spaces to roman-file-name
        move user-input(6:25) to roman-file-name
        perform 7000-process-scan-file

    *> if a file is found
    else if file_found = 1 and control-mode = 1
        move user-input to control-file-name
        perform 3000-process-control-file

    else if file_found = 1

        move 0 to string-length

        *> set our file name to user input and process it
        move user-input to roman-file-name
        perform 2000-process-roman-file

    *> in date mode every other entry is a whole calendar date -
    *> taken from the whole console entry, since a spelled-out
    *> date runs past the 30 columns a numeral gets
    else if date-mode = 1
        move spaces to date-text
        move console-entry to date-text
        perform 9800-convert-date
        move date-text(1:20) to audit-input
        if valid-flag = 0
            display "Roman Date = " date-roman
                "Calendar Date = " date-ymd
            if numeric-found = 1
                move date-roman(1:20) to audit-result
            else
                move date-ymd to audit-result
            end-if
            move "VALID"   to audit-valid
        else
            if valid-flag = 4
                display "Not a real calendar date try again!"
            else
                display "Invalid roman date try again!"
            end-if
            move spaces to audit-result
            move "INVALID" to audit-valid
        end-if
        perform 9000-write-audit-entry

    *> user typed an arithmetic expression - evaluate it and
    *> show both the roman and the decimal form of the result
    else if arith-found = 1
        perform 6000-evaluate-arithmetic
        move user-input(1:20) to audit-input
        if valid-flag = 0
            move decimal-result to formatted-integer
            if fraction-mode = 1
                perform 9500-format-fraction-decimal
                display "Result = " roman-result
                    "Decimal Form = " formatted-fraction
            else
                display "Result = " roman-result
                    "Decimal Form = " formatted-integer
            end-if
            move roman-result to audit-result
            move "VALID"   to audit-valid
        else
            if valid-flag = 3
                display "Arithmetic result out of range for"
                    " the notation in force!"
            else
                display "Invalid arithmetic expression try again!"
            end-if
            move spaces to audit-result
            move "INVALID" to audit-valid
        end-if
        perform 9000-write-audit-entry

    *> user typed in two bounds separated by a dash - generate
    *> a reference table instead of converting a single value
    else if range_found = 1
        perform 5000-process-range

    *> user typed in a plain decimal number - run the reverse
    *> conversion instead of conv
    else if numeric-found = 1
        call "rconv" using user-input, string-length,
            decimal-result, roman-result, valid-flag,
            extended-mode

        move user-input(1:20) to audit-input
        if valid-flag = 0
            display "Decimal Form = " user-input "Roman Numeral = "
                roman-result
            move roman-result to audit-result
            move "VALID"   to audit-valid
        else
            if extended-mode = 1
                display "Invalid decimal value, must be between"
                    " 1 and 3999999!"
            else
                display "Invalid decimal value, must be between"
                    " 1 and 3999!"
            end-if
            move spaces to audit-result
            move "INVALID" to audit-valid
        end-if
        perform 9000-write-audit-entry

    *> regular user input
    else if file_found = 0
        *> force uppercase and call convert function
        move function upper-case(user-input) TO user-input

        if string-length < 1
            display "Invalid input try again!"
        end-if

        call "conv" using user-input, string-length,
            decimal-result, roman-result, valid-flag,
            extended-mode, fraction-mode, fraction-twelfths

        move 0 to normalized-found
        if lenient-mode = 1 and valid-flag = 2
            perform 9700-normalize-numeral
        end-if

        move user-input(1:20) to audit-input
        if valid-flag = 0
            if normalized-found = 1
                display "Normalized " user-input(1:string-length)
                    " to canonical " normalized-roman
            end-if
            move decimal-result to formatted-integer
            if fraction-mode = 1
                perform 9500-format-fraction-decimal
                display "Roman Numeral = " roman-result
                    "Decimal Form = " formatted-fraction
                move formatted-fraction to audit-result
            else
                display "Roman Numeral = " roman-result
                    "Decimal Form = " formatted-integer
                move formatted-integer to audit-result
            end-if
            if normalized-found = 1
                move "NORMALIZED" to audit-valid
            else
                move "VALID"   to audit-valid
            end-if
        else
            display "Invalid roman numeral try again!"
            move spaces to audit-result
            move "INVALID" to audit-valid
        end-if
        perform 9000-write-audit-entry.
*> ---------------------------------------------------------------
*> the operator console - with no job parameter there is someone
*> at a terminal, and the day shift works through this menu. the
*> operator signs on first, then each choice runs until they quit;
*> the sign-on and sign-off go on the audit trail like every other
*> console action
*> ---------------------------------------------------------------
1500-operator-console.
    perform 1510-console-sign-on
    if console-signed-on = 1
        perform 1545-console-take-trail
        if console-trail-refused = 1
            display "Console not started - " console-message
        else
            move 'SIGN-ON' to audit-input
            move operator-id to audit-result
            perform 1540-console-audit
            perform 1546-console-hand-back-trail
            move spaces to console-message
            move space to console-choice
            perform 1520-console-menu until console-choice = 'Q'
            perform 1545-console-take-trail
            if console-trail-refused = 1
                display "Sign-off not recorded - " console-message
            else
                move 'SIGN-OFF' to audit-input
                move operator-id to audit-result
                perform 1540-console-audit
                perform 1546-console-hand-back-trail
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> asks for the operator ID, offering the one the environment
*> already carries - a blank ID leaves the console unused, since
*> nothing may go on the audit trail unsigned
*> ---------------------------------------------------------------
1510-console-sign-on.
    move 0 to console-signed-on
    move operator-id to console-operator
    move spaces to console-message
    perform 1530-console-mode-text
    display console-header-screen
    accept console-sign-on-screen
    move function upper-case(console-operator) to console-operator
    if console-operator not = spaces
        move console-operator to operator-id
        move 1 to console-signed-on
    end-if.

1520-console-menu.
    perform 1530-console-mode-text
    move space to console-choice
    display console-header-screen
    accept console-menu-screen
    move function upper-case(console-choice) to console-choice
    move spaces to console-message
    if console-choice = '1'
        perform 1600-console-convert
    else if console-choice = '2'
        perform 1700-console-run-batch
    else if console-choice = '3'
        perform 1800-console-rejects
    else if console-choice = '4'
        perform 1900-console-master-lookup
    else if console-choice = '5'
        perform 1950-console-view-journal
    else if console-choice = '6'
        perform 1580-console-modes
    else if console-choice not = 'Q'
        move "Choose 1 to 6 from the menu, or Q to quit"
            to console-message
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

*> ---------------------------------------------------------------
*> spells out the modes in force for the console's top lines
*> ---------------------------------------------------------------
1530-console-mode-text.
    if extended-mode = 1
        move 'EXTENDED' to console-notation-text
    else
        move 'CLASSIC' to console-notation-text
    end-if
    if fraction-mode = 1
        move 'ON' to console-fraction-text
    else
        move 'OFF' to console-fraction-text
    end-if
    if lenient-mode = 1
        move 'ON' to console-lenient-text
    else
        move 'OFF' to console-lenient-text
    end-if
    if date-mode = 1
        move 'ON' to console-date-text
    else
        move 'OFF' to console-date-text
    end-if
    if layout-mode = 1
        move 'ON' to console-layout-text
    else
        move 'OFF' to console-layout-text
    end-if
    if quiet-mode = 1
        move 'ON' to console-quiet-text
    else
        move 'OFF' to console-quiet-text
    end-if
    if master-available = 1
        move 'ON' to console-master-text
    else
        move 'OFF' to console-master-text
    end-if.

*> ---------------------------------------------------------------
*> takes the modes in force as one snapshot, and puts a snapshot
*> back - a batch launched with keywords of its own is run under
*> them and the console's standing modes restored afterwards
*> ---------------------------------------------------------------
1535-console-snapshot-modes.
    move extended-mode to cms-extended
    move fraction-mode to cms-fraction
    move lenient-mode to cms-lenient
    move date-mode to cms-date
    move quiet-mode to cms-quiet
    move layout-mode to cms-layout
    move scan-mode to cms-scan
    move reject-threshold-pct to cms-threshold.

1536-console-restore-modes.
    move cms-extended to extended-mode
    if extended-mode = 1
        move 3999999 to value-limit
    else
        move 3999 to value-limit
    end-if
    move cms-fraction to fraction-mode
    move cms-lenient to lenient-mode
    move cms-date to date-mode
    move cms-quiet to quiet-mode
    move cms-layout to layout-mode
    move cms-scan to scan-mode
    move cms-threshold to reject-threshold-pct.

*> ---------------------------------------------------------------
*> puts a console action that is not itself a conversion on the
*> audit trail - what was done in the input column, what it was
*> done to beside it
*> ---------------------------------------------------------------
1540-console-audit.
    move 'CONSOLE' to audit-valid
    move spaces to audit-reference
    perform 9000-write-audit-entry.

*> ---------------------------------------------------------------
*> takes the audit trail for one console action and hands it back
*> when the action is done. taking it re-reads where the chain
*> stands, since a night batch, a purge or an archive may have
*> written to the trail since the last action; a trail another run
*> holds refuses the action, with the reason in console-message.
*> a stale lock is only claimed by a launch carrying CLEARLOCK
*> ---------------------------------------------------------------
1545-console-take-trail.
    move 0 to console-trail-refused
    perform 0620-resume-audit-chain
    if audit-lock-refused = 1
        move 1 to console-trail-refused
        move spaces to console-message
        if clear-lock-mode = 1
            string "CLEARLOCK refused for operator " delimited by size
                    operator-id delimited by space
                    " - nothing was done" delimited by size
                into console-message
            end-string
        else
            string "Audit trail in use by another run (" delimited by size
                    audit-lock-operator delimited by space
                    ") - nothing was done" delimited by size
                into console-message
            end-string
        end-if
    else
        open extend audit-file
        if audit-file-status = '35'
            open output audit-file
        end-if
        if audit-lock-claimed = 1
            perform 0628-record-lock-claim
        end-if
    end-if.

1546-console-hand-back-trail.
    perform 9050-write-audit-seal
    close audit-file
    perform 9060-release-audit-lock.

*> ---------------------------------------------------------------
*> switches the standing modes on and off. a change is recorded
*> the way the run's starting settings are, as a fresh set of
*> CONFIG entries, so the audit trail always says which settings
*> the conversions after it were made under
*> ---------------------------------------------------------------
1580-console-modes.
    perform 1535-console-snapshot-modes
    move console-mode-snapshot to console-modes-before
    move 'N' to console-extended-flag
    if extended-mode = 1
        move 'Y' to console-extended-flag
    end-if
    move 'N' to console-fraction-flag
    if fraction-mode = 1
        move 'Y' to console-fraction-flag
    end-if
    move 'N' to console-lenient-flag
    if lenient-mode = 1
        move 'Y' to console-lenient-flag
    end-if
    move 'N' to console-date-flag
    if date-mode = 1
        move 'Y' to console-date-flag
    end-if
    move 'N' to console-layout-flag
    if layout-mode = 1
        move 'Y' to console-layout-flag
    end-if
    move 'N' to console-quiet-flag
    if quiet-mode = 1
        move 'Y' to console-quiet-flag
    end-if
    move reject-threshold-pct to console-threshold

    perform 1530-console-mode-text
    display console-header-screen
    accept console-modes-screen

    *> anything but a Y leaves a mode off
    if console-extended-flag = 'Y' or console-extended-flag = 'y'
        move 1 to extended-mode
        move 3999999 to value-limit
    else
        move 0 to extended-mode
        move 3999 to value-limit
    end-if
    if console-fraction-flag = 'Y' or console-fraction-flag = 'y'
        move 1 to fraction-mode
    else
        move 0 to fraction-mode
    end-if
    if console-lenient-flag = 'Y' or console-lenient-flag = 'y'
        move 1 to lenient-mode
    else
        move 0 to lenient-mode
    end-if
    if console-date-flag = 'Y' or console-date-flag = 'y'
        move 1 to date-mode
    else
        move 0 to date-mode
    end-if
    if console-layout-flag = 'Y' or console-layout-flag = 'y'
        move 1 to layout-mode
    else
        move 0 to layout-mode
    end-if
    if console-quiet-flag = 'Y' or console-quiet-flag = 'y'
        move 1 to quiet-mode
    else
        move 0 to quiet-mode
    end-if
    move console-threshold to reject-threshold-pct

    *> a change that cannot go on the audit trail is not made
    perform 1535-console-snapshot-modes
    if console-mode-snapshot not = console-modes-before
        perform 1545-console-take-trail
        if console-trail-refused = 1
            move console-modes-before to console-mode-snapshot
            perform 1536-console-restore-modes
        else
            perform 0500-echo-settings
            perform 1546-console-hand-back-trail
            move "Modes changed - the new settings are on the audit trail"
                to console-message
        end-if
    else
        move "Mode settings unchanged" to console-message
    end-if.

*> ---------------------------------------------------------------
*> converts single values one after another until a blank entry.
*> each entry goes through 1100-handle-entry exactly as it always
*> has, and the audit entry it writes is what the screen shows
*> back as the result. a mode word keyed here (EXTENDED, DATE and
*> the rest) is recorded like a change made on the mode screen
*> ---------------------------------------------------------------
1600-console-convert.
    move spaces to console-entry
    move spaces to console-last-input
    move spaces to console-last-result
    move spaces to console-last-verdict
    move "Key a value and press ENTER - a blank value returns to the menu"
        to console-message
    move 'N' to console-done
    perform until console-done = 'Y'
        perform 1530-console-mode-text
        display console-header-screen
        accept console-convert-screen
        if console-entry = spaces
            move 'Y' to console-done
        else
            perform 1545-console-take-trail
        end-if
        if console-entry not = spaces and console-trail-refused = 0
            move audit-sequence to console-sequence-before
            perform 1535-console-snapshot-modes
            move console-mode-snapshot to console-modes-before
            move console-entry to user-input
            perform 1100-handle-entry
            perform 1535-console-snapshot-modes
            if console-mode-snapshot not = console-modes-before
                perform 0500-echo-settings
                move "Mode changed - new settings on the audit trail"
                    to console-message
            else if audit-sequence = console-sequence-before
                move "No conversion was recorded for that entry"
                    to console-message
            else
                move audit-input to console-last-input
                move audit-result to console-last-result
                move audit-valid to console-last-verdict
                move spaces to console-message
            end-if
            end-if
            perform 1546-console-hand-back-trail
            move spaces to console-entry
        end-if
    end-perform
    move spaces to console-message.

*> ---------------------------------------------------------------
*> launches a batch or control file with whatever keywords the
*> job parameter could carry. the keywords are parsed by the same
*> paragraph the job parameter's are, and hold for this run alone;
*> OPERATOR= cannot sign anyone else on here, and CLEARLOCK is put
*> to the authorization file first, exactly as on the job card
*> ---------------------------------------------------------------
1700-console-run-batch.
    move spaces to console-keywords
    move "Name the file and any keywords, then press ENTER"
        to console-message
    perform 1530-console-mode-text
    display console-header-screen
    accept console-run-screen
    move spaces to console-message
    if console-file not = spaces
        move spaces to batch-parm
        string console-file delimited by space
                " " delimited by size
                console-keywords delimited by size
            into batch-parm
        end-string
        move 0 to batch-parm-length
        inspect function reverse (batch-parm)
            tallying batch-parm-length
            for leading space
        subtract batch-parm-length from length of batch-parm
            giving batch-parm-length

        perform 1535-console-snapshot-modes
        move console-mode-snapshot to console-standing-modes
        move 0 to console-modes-echoed
        move 0 to clear-lock-mode
        perform 0450-parse-parm-keywords
        move console-operator to operator-id

        *> the audit trail is held for the launch and no longer
        perform 1545-console-take-trail
        if console-trail-refused = 0 and clear-lock-mode = 1
            perform 0800-authorize-clearlock
        end-if

        if console-trail-refused = 1
            continue
        else if operator-refused = 1
            move 0 to operator-refused
            move spaces to console-message
            string "CLEARLOCK refused for operator " delimited by size
                    operator-id delimited by space
                    " - nothing was run" delimited by size
                into console-message
            end-string
        else
            move 'RUN' to audit-input
            move batch-parm(1:20) to audit-result
            perform 1540-console-audit
            perform 1535-console-snapshot-modes
            if console-mode-snapshot not = console-standing-modes
                perform 0500-echo-settings
                move 1 to console-modes-echoed
            end-if
            perform 1710-console-launch
        end-if
        end-if

        *> the launch's keywords lapse with it
        move 0 to clear-lock-mode
        move console-standing-modes to console-mode-snapshot
        perform 1536-console-restore-modes
        if console-trail-refused = 0
            if console-modes-echoed = 1
                perform 0500-echo-settings
            end-if
            perform 1546-console-hand-back-trail
        end-if
    end-if.

*> ---------------------------------------------------------------
*> runs the batch parameter in hand and shows how it went. the
*> condition code shown is this launch's own; the console's exit
*> code still carries the worst of the whole session
*> ---------------------------------------------------------------
1710-console-launch.
    move highest-condition to console-saved-condition
    move 0 to highest-condition
    move 0 to total-lines-read
    move 0 to total-converted
    move 0 to total-corrected
    move 0 to total-rejected
    move 0 to total-suspect
    perform 1530-console-mode-text
    display console-header-screen
    display console-running-screen

    perform 4000-process-batch-parm

    move highest-condition to console-run-condition
    if console-saved-condition > highest-condition
        move console-saved-condition to highest-condition
    end-if
    if console-run-condition = 0
        move "CLEAN RUN" to console-condition-text
    else if console-run-condition = 4
        move "REJECTS OR SUSPECTS HELD" to console-condition-text
    else if console-run-condition = 8
        move "A NAMED FILE WAS MISSING" to console-condition-text
    else if console-run-condition = 12
        move "STOPPED ON THE THRESHOLD" to console-condition-text
    else if console-run-condition = 16
        move "COULD NOT START" to console-condition-text
    else if console-run-condition = 20
        move "LOCKED BY ANOTHER RUN" to console-condition-text
    else
        move "REFUSED - NOT AUTHORIZED" to console-condition-text
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    move spaces to console-result-rejects
    if total-rejected > 0
        move reject-file-name to console-result-rejects
    end-if
    move spaces to console-result-suspects
    if total-suspect > 0
        move suspect-file-name to console-result-suspects
    end-if

    move space to console-ack
    move spaces to console-message
    perform 1530-console-mode-text
    display console-header-screen
    accept console-result-screen.

*> ---------------------------------------------------------------
*> the batch's REJECTS file, a page of ten at a time: the operator
*> keys a line number and its corrected value to fix a record,
*> saves the fixes back into the file, and resubmits it as the
*> batch's rerun-rejects pass. the record layout - plain, LAYOUT
*> or DATE - comes from the keywords the operator gives as the
*> batch was run, applied over the standing modes the way a launch
*> applies its own, and they hold for the load, the save and the
*> resubmission alike
*> ---------------------------------------------------------------
1800-console-rejects.
    move spaces to console-loaded-file
    move spaces to console-reject-keywords
    move spaces to console-loaded-keywords
    move 0 to console-reject-count
    move 0 to console-unsaved
    move 1 to console-page-start
    move 0 to console-fix-number
    move spaces to console-fix-text
    move space to console-command
    move "Key the batch (.TXT) whose rejects to work on, then press ENTER"
        to console-message
    move 'N' to console-done
    perform until console-done = 'Y'
        if (console-file not = console-loaded-file
                or console-reject-keywords not = console-loaded-keywords)
                and console-file not = spaces
            if console-unsaved > 0
                move console-loaded-file to console-file
                move console-loaded-keywords to console-reject-keywords
                move "Save (S) or leave (Q) these fixes before changing batch"
                    to console-message
            else
                perform 1810-console-load-rejects
            end-if
        end-if
        perform 1820-console-reject-page

        perform 1530-console-mode-text
        display console-header-screen
        accept console-rejects-screen
        move function upper-case(console-command) to console-command
        move spaces to console-message

        if console-file = spaces
            if console-unsaved > 0
                move console-loaded-file to console-file
            else
                move 'Y' to console-done
            end-if
        else if console-file not = console-loaded-file
                or console-reject-keywords not = console-loaded-keywords
            continue
        else if console-fix-number not = 0
            perform 1830-console-fix-reject
        else if console-command = 'N'
            if console-page-start + 10 <= console-reject-count
                add 10 to console-page-start
            end-if
        else if console-command = 'P'
            if console-page-start > 10
                subtract 10 from console-page-start
            else
                move 1 to console-page-start
            end-if
        else if console-command = 'S'
            perform 1840-console-save-rejects
        else if console-command = 'R'
            perform 1840-console-save-rejects
            if console-saved = 1
                perform 1850-console-resubmit
                if console-resubmitted = 1
                    move 'Y' to console-done
                end-if
            end-if
        else if console-command = 'Q'
            if console-unsaved > 0 and console-discard-warned = 0
                move 1 to console-discard-warned
                move "Fixes not saved - S saves them, Q again leaves them"
                    to console-message
            else
                move 'Y' to console-done
            end-if
        else if console-command not = space
            move "Commands are N, P, S, R and Q" to console-message
        end-if
        end-if
        end-if
        end-if
        end-if
        end-if
        end-if
        end-if
        end-if
        move space to console-command
    end-perform
    move spaces to console-message.

*> ---------------------------------------------------------------
*> reads the batch's REJECTS file into the table. a REJECTS or
*> SUSPECT file keyed in its own right is turned away - the fixes
*> belong in the original batch's REJECTS file, the one its
*> rerun-rejects pass reads
*> ---------------------------------------------------------------
1810-console-load-rejects.
    move console-file to console-loaded-file
    move console-reject-keywords to console-loaded-keywords
    move 0 to console-reject-count
    move 0 to console-reject-mismatch
    move 0 to console-reject-overflow
    move 0 to console-unsaved
    move 0 to console-discard-warned
    move 1 to console-page-start
    move spaces to console-reject-name
    move console-file to roman-file-name
    perform 1000-derive-output-names
    if rerun-mode = 1
        move "Key the batch itself, not its REJECTS or SUSPECT file"
            to console-message
    else
        perform 1545-console-take-trail
    end-if
    *> a batch whose browse cannot be recorded is not loaded, and
    *> ENTER tries it again
    if rerun-mode = 1
        continue
    else if console-trail-refused = 1
        move spaces to console-loaded-file
    else
        move reject-file-name to console-reject-name
        move spaces to batch-parm
        string console-loaded-file delimited by space
                " " delimited by size
                console-loaded-keywords delimited by size
            into batch-parm
        end-string
        perform 1860-console-batch-modes
        perform 1815-console-reject-columns
        perform 1865-console-standing-modes
        move 'N' to console-reject-eof
        open input reject-file
        if reject-file-status = '00'
            perform 1811-console-read-reject
                until console-reject-eof = 'Y'
            close reject-file
            move console-reject-count to console-count-display
            move spaces to console-message
            string console-count-display delimited by size
                    " rejects in " delimited by size
                    console-reject-name delimited by space
                into console-message
            end-string
            perform 1816-console-check-reasons
            if console-reject-mismatch > 0
                move console-reject-mismatch to console-count-display
                move spaces to console-message
                string console-count-display delimited by size
                        " lines do not fit these keywords' layout"
                        delimited by size
                        " - none can be saved" delimited by size
                    into console-message
                end-string
            end-if
            if console-reject-overflow = 1
                move "Over 500 rejects - the first 500 shown, none saved"
                    to console-message
            end-if
        else
            move spaces to console-message
            string "This batch has no REJECTS file - "
                    delimited by size
                    console-reject-name delimited by space
                into console-message
            end-string
        end-if
        move 'BROWSE-REJECTS' to audit-input
        move console-reject-name(1:20) to audit-result
        perform 1540-console-audit
        perform 1546-console-hand-back-trail
    end-if
    end-if.

1811-console-read-reject.
    read reject-file
        at end
            move 'Y' to console-reject-eof
        not at end
            if console-reject-count < 500
                add 1 to console-reject-count
                move layout-reject-record
                    to console-reject-line(console-reject-count)
                move 0 to console-reject-fixed(console-reject-count)
                move spaces
                    to console-reject-original(console-reject-count)
            else
                move 1 to console-reject-overflow
            end-if
    end-read.

*> ---------------------------------------------------------------
*> where the value and the reason sit in a reject record, and
*> where they are shown on the page, under the batch's own modes
*> ---------------------------------------------------------------
1815-console-reject-columns.
    move layout-mode to console-reject-layout
    if layout-mode = 1
        move 21 to console-value-pos
        move 30 to console-value-length
        move 52 to console-reason-pos
        move 19 to console-show-pos
    else if date-mode = 1
        move 1 to console-value-pos
        move 48 to console-value-length
        move 50 to console-reason-pos
        move 6 to console-show-pos
    else
        move 1 to console-value-pos
        move 30 to console-value-length
        move 32 to console-reason-pos
        move 6 to console-show-pos
    end-if
    end-if
    compute console-reason-show =
        console-show-pos + console-value-length + 1.

*> ---------------------------------------------------------------
*> every reject record carries its reason one blank past the value
*> - column 52 in a LAYOUT record, 50 in a DATE record, 32 in a
*> plain one. a record without its reason there was not written
*> under the keywords given, and a fix keyed into it would land
*> across the wrong columns
*> ---------------------------------------------------------------
1816-console-check-reasons.
    move 0 to console-reject-mismatch
    perform varying console-reject-index from 1 by 1
            until console-reject-index > console-reject-count
        if console-reject-line(console-reject-index)
                (console-reason-pos - 1:1) not = space
                or console-reject-line(console-reject-index)
                    (console-reason-pos:1) = space
            add 1 to console-reject-mismatch
        end-if
    end-perform.

1820-console-reject-page.
    move spaces to console-page-heading
    move "LINE" to console-page-heading(1:4)
    if console-reject-layout = 1
        move "REFERENCE" to console-page-heading(6:9)
    end-if
    move "REJECTED VALUE" to console-page-heading(console-show-pos:14)
    move "REASON" to console-page-heading(console-reason-show:6)
    move spaces to console-page-lines
    perform varying console-page-row from 1 by 1
            until console-page-row > 10
        compute console-reject-index =
            console-page-start + console-page-row - 1
        if console-reject-index <= console-reject-count
            move console-reject-index to console-line-display
            move console-line-display
                to console-page-line(console-page-row)(1:4)
            if console-reject-layout = 1
                move console-reject-line(console-reject-index)(1:12)
                    to console-page-line(console-page-row)(6:12)
            end-if
            move console-reject-line(console-reject-index)
                    (console-value-pos:console-value-length)
                to console-page-line(console-page-row)
                    (console-show-pos:console-value-length)
            if console-reject-fixed(console-reject-index) = 1
                move "FIXED - NOT SAVED"
                    to console-page-line(console-page-row)
                        (console-reason-show:20)
            else if console-reject-fixed(console-reject-index) = 2
                move "SAVED - RESUBMIT"
                    to console-page-line(console-page-row)
                        (console-reason-show:20)
            else
                move console-reject-line(console-reject-index)
                        (console-reason-pos:20)
                    to console-page-line(console-page-row)
                        (console-reason-show:20)
            end-if
            end-if
        end-if
    end-perform.

*> ---------------------------------------------------------------
*> puts the operator's corrected value into its line, keeping the
*> value it replaced for the audit trail. the reason column is
*> left as the batch wrote it - a rerun-rejects pass never reads it
*> ---------------------------------------------------------------
1830-console-fix-reject.
    if console-fix-number > console-reject-count
        move "There is no such reject line" to console-message
    else if console-reject-mismatch > 0
        move "Records do not fit these keywords' layout - correct them first"
            to console-message
    else if console-fix-text = spaces
        move "Key the corrected value beside the line number"
            to console-message
    else
        move console-fix-number to console-reject-index
        if console-reject-fixed(console-reject-index) not = 1
            move console-reject-line(console-reject-index)
                    (console-value-pos:console-value-length)
                to console-reject-original(console-reject-index)
            move 1 to console-reject-fixed(console-reject-index)
            add 1 to console-unsaved
        end-if
        move console-fix-text
            to console-reject-line(console-reject-index)
                (console-value-pos:console-value-length)
        move 0 to console-discard-warned
        move console-fix-number to console-line-display
        move spaces to console-message
        string "Line " delimited by size
                console-line-display delimited by size
                " fixed - S saves, R saves and resubmits"
                delimited by size
            into console-message
        end-string
    end-if
    end-if
    end-if
    move 0 to console-fix-number
    move spaces to console-fix-text.

*> ---------------------------------------------------------------
*> writes the fixed REJECTS file back whole, with a FIXED audit
*> entry for every value changed - the value as rejected in the
*> input column, the value it was corrected to beside it. a batch
*> whose run lock is live is being converted right now, and its
*> REJECTS file is left alone
*> ---------------------------------------------------------------
1840-console-save-rejects.
    move 0 to console-saved
    move 0 to console-batch-running
    move spaces to batch-parm
    string console-loaded-file delimited by space
            " " delimited by size
            console-loaded-keywords delimited by size
        into batch-parm
    end-string
    perform 1860-console-batch-modes
    perform 1815-console-reject-columns
    perform 1865-console-standing-modes
    perform 1816-console-check-reasons
    move console-loaded-file to roman-file-name
    perform 1000-derive-output-names
    open input lock-file
    if lock-file-status = '00'
        read lock-file
            at end
                continue
            not at end
                if lock-state = 'INUSE'
                    move 1 to console-batch-running
                end-if
        end-read
        close lock-file
    end-if

    *> the FIXED entries go on the trail as the file is rewritten,
    *> so nothing is saved while another run holds the trail
    perform 1545-console-take-trail
    if console-trail-refused = 1
        continue
    else if console-reject-overflow = 1
        move "Over 500 rejects - fix the file by hand and rerun it"
            to console-message
    else if console-reject-mismatch > 0
        move "Records do not fit these keywords' layout - nothing saved"
            to console-message
    else if console-batch-running = 1
        move spaces to console-message
        string "The batch is running (lock held by " delimited by size
                lock-operator delimited by space
                ") - nothing saved" delimited by size
            into console-message
        end-string
    else if console-unsaved = 0
        move 1 to console-saved
        move "No fixes waiting to be saved" to console-message
    else
        open output reject-file
        if reject-file-status = '00'
            perform varying console-reject-index from 1 by 1
                    until console-reject-index > console-reject-count
                move console-reject-line(console-reject-index)
                    to layout-reject-record
                write layout-reject-record
            end-perform
            close reject-file
            perform varying console-reject-index from 1 by 1
                    until console-reject-index > console-reject-count
                if console-reject-fixed(console-reject-index) = 1
                    move console-reject-original(console-reject-index)
                        to audit-input
                    move console-reject-line(console-reject-index)
                            (console-value-pos:20)
                        to audit-result
                    move 'FIXED' to audit-valid
                    move spaces to audit-reference
                    if console-reject-layout = 1
                        move console-reject-line(console-reject-index)
                                (1:12)
                            to audit-reference
                    end-if
                    perform 9000-write-audit-entry
                    move 2 to console-reject-fixed(console-reject-index)
                end-if
            end-perform
            move console-unsaved to console-count-display
            move spaces to console-message
            string console-count-display delimited by size
                    " fixes saved to " delimited by size
                    console-reject-name delimited by space
                into console-message
            end-string
            move 0 to console-unsaved
            move 1 to console-saved
        else
            move spaces to console-message
            string "REJECTS file could not be rewritten - status "
                    delimited by size
                    reject-file-status delimited by size
                into console-message
            end-string
        end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    if console-trail-refused = 0
        perform 1546-console-hand-back-trail
    end-if.

*> ---------------------------------------------------------------
*> feeds the batch's REJECTS file back in - the rerun-rejects pass,
*> which appends what now converts to the batch's results and
*> keeps what still fails under its own -RERUN names. it runs
*> under the batch's keywords, or every fixed LAYOUT or DATE record
*> would be read as a plain numeral and fail all over again
*> ---------------------------------------------------------------
1850-console-resubmit.
    move 0 to console-resubmitted
    perform 1545-console-take-trail
    if console-trail-refused = 1
        move spaces to console-message
        string "Fixes saved - the audit trail is held by another run ("
                delimited by size
                audit-lock-operator delimited by space
                "), R again resubmits" delimited by size
            into console-message
        end-string
    else
        move spaces to batch-parm
        string console-reject-name delimited by space
                " " delimited by size
                console-loaded-keywords delimited by size
            into batch-parm
        end-string
        perform 1860-console-batch-modes
        move 0 to console-modes-echoed
        move 'RESUBMIT' to audit-input
        move batch-parm(1:20) to audit-result
        perform 1540-console-audit
        perform 1535-console-snapshot-modes
        if console-mode-snapshot not = console-standing-modes
            perform 0500-echo-settings
            move 1 to console-modes-echoed
        end-if
        perform 1710-console-launch
        perform 1865-console-standing-modes
        if console-modes-echoed = 1
            perform 0500-echo-settings
        end-if
        perform 1546-console-hand-back-trail
        move spaces to console-loaded-file
        move 1 to console-resubmitted
    end-if.

*> ---------------------------------------------------------------
*> puts the batch's keywords (on the end of the name already in
*> batch-parm) in force through 0450-parse-parm-keywords, as a
*> launch does, keeping the standing modes to go back to. as on a
*> launch, OPERATOR= cannot sign anyone else on; CLEARLOCK has no
*> place in reject repair and is dropped
*> ---------------------------------------------------------------
1860-console-batch-modes.
    move 0 to batch-parm-length
    inspect function reverse (batch-parm)
        tallying batch-parm-length
        for leading space
    subtract batch-parm-length from length of batch-parm
        giving batch-parm-length
    perform 1535-console-snapshot-modes
    move console-mode-snapshot to console-standing-modes
    perform 0450-parse-parm-keywords
    move console-operator to operator-id
    move 0 to clear-lock-mode.

1865-console-standing-modes.
    move console-standing-modes to console-mode-snapshot
    perform 1536-console-restore-modes.

*> ---------------------------------------------------------------
*> reads a numeral's record off the conversion master under the
*> notation in force, without touching its usage count - a look
*> is not a use
*> ---------------------------------------------------------------
1900-console-master-lookup.
    move spaces to console-lookup
    move "Key a roman numeral - a blank one returns to the menu"
        to console-message
    move 'N' to console-done
    perform until console-done = 'Y'
        perform 1530-console-mode-text
        display console-header-screen
        accept console-master-screen
        move function upper-case(console-lookup) to console-lookup
        move spaces to console-lookup-notation
        move spaces to console-lookup-verdict
        move spaces to console-lookup-reason
        move 0 to console-lookup-decimal
        move spaces to console-lookup-canonical
        move spaces to console-lookup-first
        move spaces to console-lookup-last
        move 0 to console-lookup-uses
        move spaces to console-message
        if console-lookup = spaces
            move 'Y' to console-done
        else
            perform 1545-console-take-trail
        end-if
        if console-lookup = spaces or console-trail-refused = 1
            continue
        else if master-available = 0
            move spaces to console-message
            string "The conversion master is not open this run - "
                    delimited by size
                    master-file-name delimited by space
                into console-message
            end-string
        else
            move spaces to master-file-record
            move console-lookup to master-roman
            if extended-mode = 1
                move 'E' to master-notation
                move 'EXTENDED' to console-lookup-notation
            else
                move 'C' to master-notation
                move 'CLASSIC' to console-lookup-notation
            end-if
            read master-file
                invalid key
                    move "Not on the master under the notation in force"
                        to console-message
                not invalid key
                    move master-verdict to console-lookup-verdict
                    move master-decimal to console-lookup-decimal
                    move master-canonical to console-lookup-canonical
                    move master-first-seen to console-lookup-first
                    move master-last-used to console-lookup-last
                    move master-use-count to console-lookup-uses
                    if master-verdict = 'INVALID'
                        if master-reason = 1
                            move "ILLEGAL CHARACTER"
                                to console-lookup-reason
                        else if master-reason = 2
                            move "NOT CANONICAL" to console-lookup-reason
                        else
                            move "OUT OF RANGE" to console-lookup-reason
                        end-if
                        end-if
                    end-if
            end-read
            move 'LOOKUP' to audit-input
            move console-lookup(1:20) to audit-result
            perform 1540-console-audit
        end-if
        end-if
        if console-lookup not = spaces and console-trail-refused = 0
            perform 1546-console-hand-back-trail
        end-if
    end-perform
    move spaces to console-message.

*> ---------------------------------------------------------------
*> the last eight runs on the journal and the last six verdicts on
*> romanrec's reconciliation report, oldest first
*> ---------------------------------------------------------------
1950-console-view-journal.
    perform 1545-console-take-trail
    if console-trail-refused = 0
        perform 1955-console-show-journal
    end-if.

1955-console-show-journal.
    move 0 to console-journal-count
    move spaces to console-journal-rows
    move 'N' to console-view-eof
    open input journal-file
    if journal-file-status = '00'
        perform 1960-console-journal-line until console-view-eof = 'Y'
        close journal-file
    end-if
    if console-journal-count = 0
        string "No runs on " delimited by size
                journal-file-name delimited by space
            into console-journal-row(1)
        end-string
    end-if

    move 0 to console-recon-count
    move spaces to console-recon-rows
    move spaces to console-recon-batch
    move 'N' to console-view-eof
    open input recon-file
    if recon-file-status = '00'
        perform 1970-console-recon-line until console-view-eof = 'Y'
        close recon-file
    end-if
    if console-recon-count = 0
        string "No verdicts on " delimited by size
                recon-file-name delimited by space
            into console-recon-row(1)
        end-string
    end-if

    move 'VIEW' to audit-input
    move 'JOURNAL AND RECON' to audit-result
    perform 1540-console-audit
    perform 1546-console-hand-back-trail

    move space to console-ack
    move spaces to console-message
    perform 1530-console-mode-text
    display console-header-screen
    accept console-journal-screen.

1960-console-journal-line.
    read journal-file
        at end
            move 'Y' to console-view-eof
        not at end
            if console-journal-count < 8
                add 1 to console-journal-count
            else
                perform varying console-page-row from 1 by 1
                        until console-page-row > 7
                    move console-journal-row(console-page-row + 1)
                        to console-journal-row(console-page-row)
                end-perform
            end-if
            move spaces to console-journal-layout
            move jrn-batch to cjl-batch
            move jrn-date to cjl-date
            move jrn-start-time(1:4) to cjl-start
            move jrn-elapsed to cjl-elapsed
            move jrn-lines to cjl-lines
            move jrn-converted to cjl-converted
            move jrn-rejected to cjl-rejected
            *> a journal record written before values could be held
            *> has no suspect column
            if jrn-suspect is numeric
                move jrn-suspect to cjl-suspect
            else
                move 0 to cjl-suspect
            end-if
            move jrn-operator to cjl-operator
            move console-journal-layout
                to console-journal-row(console-journal-count)
    end-read.

1970-console-recon-line.
    read recon-file
        at end
            move 'Y' to console-view-eof
        not at end
            if recon-file-record(1:19) = 'Reconciling batch: '
                move recon-file-record(20:61) to console-recon-batch
            else if recon-file-record(1:9) = 'Verdict: '
                    and console-recon-batch not = spaces
                if console-recon-count < 6
                    add 1 to console-recon-count
                else
                    perform varying console-page-row from 1 by 1
                            until console-page-row > 5
                        move console-recon-row(console-page-row + 1)
                            to console-recon-row(console-page-row)
                    end-perform
                end-if
                move spaces to console-recon-layout
                move console-recon-batch to crl-batch
                move recon-file-record(10:20) to crl-verdict
                move console-recon-layout
                    to console-recon-row(console-recon-count)
                move spaces to console-recon-batch
            end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> folds one event's condition grade into the run's: the scheduler
*> only sees the final code, so the worst thing that happened is
*> the one that must survive
*> ---------------------------------------------------------------
9400-raise-condition.
    if condition-code > highest-condition
        move condition-code to highest-condition
    end-if.

*> ---------------------------------------------------------------
*> builds the two-place decimal form of the conversion in hand -
*> whole units plus the twelfths conv handed back - for fraction
*> mode's displays, results rows and audit entries
*> ---------------------------------------------------------------
9500-format-fraction-decimal.
    compute decimal-with-fraction rounded =
        decimal-result + fraction-twelfths / 12
    move decimal-with-fraction to formatted-fraction.

*> ---------------------------------------------------------------
*> lenient mode's second chance for a numeral the canonical check
*> turned away: a flag-2 reject is made of legal characters whose
*> sum is unambiguous, it just is not the canonical spelling - so
*> the canonical form is rebuilt from that sum and the value is
*> accepted as NORMALIZED, the original kept beside it. anything
*> the rebuild cannot express stays rejected as before
*> ---------------------------------------------------------------
9700-normalize-numeral.
    move spaces to normalized-roman
    move decimal-result to norm-d2r-value
    call "d2roman" using norm-d2r-value, normalized-roman,
        norm-flag, extended-mode, fraction-mode, fraction-twelfths
    if norm-flag = 0
        move 1 to normalized-found
        move 0 to valid-flag
    end-if.

*> ---------------------------------------------------------------
*> the corrections table's second chance for a numeral conv (or
*> the master) turned away. each rule is first tried on its own,
*> in table order, against the numeral exactly as keyed; the first
*> whose corrected form passes conv wins. a numeral with more than
*> one slip in it then gets every rule applied together, and the
*> rules that changed it are left flagged. nothing is credited to
*> a rule here - the value may yet be held back as implausible -
*> so 2095 credits it once the value is recorded. a numeral no
*> correction rescues keeps its original reject reason
*> ---------------------------------------------------------------
9750-apply-corrections.
    move valid-flag to correction-saved-flag
    move 0 to corrected-found
    move 0 to correction-original-length
    inspect function reverse (correction-original)
        tallying correction-original-length
        for leading space
    compute correction-original-length =
        length of correction-original - correction-original-length

    perform varying correction-index from 1 by 1
            until correction-index > correction-count
                or corrected-found = 1
        move correction-original to correction-text
        move correction-original-length to correction-text-length
        perform 9760-substitute-rule
        if correction-changed = 1
            perform 9770-try-corrected
            if corrected-found = 1
                move tbl-cor-id(correction-index) to corrected-rule-id
                move correction-index to corrected-rule-index
            end-if
        end-if
    end-perform

    if corrected-found = 0 and correction-count > 1
        move correction-original to correction-text
        move correction-original-length to correction-text-length
        move 0 to correction-rules-applied
        perform varying correction-index from 1 by 1
                until correction-index > correction-count
            perform 9760-substitute-rule
            move correction-changed
                to tbl-cor-applied(correction-index)
            add correction-changed to correction-rules-applied
        end-perform
        *> one rule alone was already tried above
        if correction-rules-applied > 1
            perform 9770-try-corrected
            if corrected-found = 1
                move 'MULTIPLE' to corrected-rule-id
                move 0 to corrected-rule-index
            end-if
        end-if
    end-if

    if corrected-found = 0
        move correction-saved-flag to valid-flag
    end-if.

*> ---------------------------------------------------------------
*> applies one rule to the working text: every place the miskeyed
*> text appears within the numeral is replaced by what it should
*> have been, and correction-changed says whether any did
*> ---------------------------------------------------------------
9760-substitute-rule.
    move tbl-cor-from(correction-index) to cor-from-now
    move tbl-cor-from-length(correction-index) to cor-from-length
    move tbl-cor-to(correction-index) to cor-to-now
    move tbl-cor-to-length(correction-index) to cor-to-length
    move spaces to correction-work
    move 0 to correction-changed
    move 0 to correction-out
    move 1 to correction-pos
    perform until correction-pos > correction-text-length
        move 0 to correction-match
        if correction-pos + cor-from-length - 1
                <= correction-text-length
            if correction-text(correction-pos:cor-from-length)
                    = cor-from-now(1:cor-from-length)
                move 1 to correction-match
            end-if
        end-if
        if correction-match = 1
            move 1 to correction-changed
            if cor-to-length > 0
                    and correction-out + cor-to-length <= 30
                move cor-to-now(1:cor-to-length)
                    to correction-work(correction-out + 1:cor-to-length)
            end-if
            add cor-to-length to correction-out
            add cor-from-length to correction-pos
        else
            if correction-out < 30
                move correction-text(correction-pos:1)
                    to correction-work(correction-out + 1:1)
            end-if
            add 1 to correction-out
            add 1 to correction-pos
        end-if
    end-perform
    if correction-out > 30
        move 30 to correction-out
    end-if
    move correction-work to correction-text
    move correction-out to correction-text-length.

*> ---------------------------------------------------------------
*> puts a corrected spelling through conv exactly as a keyed one
*> would go - upper-cased first - and says whether it passed
*> ---------------------------------------------------------------
9770-try-corrected.
    move 0 to corrected-found
    if correction-text-length > 0
        move function upper-case(correction-text) to correction-input
        call "conv" using correction-input, correction-text-length,
            decimal-result, roman-result, valid-flag,
            extended-mode, fraction-mode, fraction-twelfths
        add 1 to conv-call-count
        if valid-flag = 0
            move 1 to corrected-found
        end-if
    end-if.

*> ---------------------------------------------------------------
*> hands the date text in hand to dateconv - a roman day.month.year
*> comes back as YYYYMMDD and an eight-digit YYYYMMDD comes back as
*> roman, each checked against the real calendar on the way. the
*> verdict lands in valid-flag so the reject and audit handling
*> downstream treats a date like any other conversion
*> ---------------------------------------------------------------
9800-convert-date.
    move 0 to date-length
    inspect function reverse (date-text)
        tallying date-length
        for leading space
    subtract date-length from length of date-text
        giving date-length
    call "dateconv" using date-text, date-length, date-ymd,
        date-roman, valid-flag.

*> ---------------------------------------------------------------
*> checks the CLEARLOCK override against the authorization file.
*> an operator not allowed it - or no operator at all, or no
*> authorization file to say so - gets the run refused with
*> condition code 24, and the refusal goes on the audit trail
*> with the operator ID that was tried and the reason
*> ---------------------------------------------------------------
0800-authorize-clearlock.
    move 'CLEARLOCK' to auth-function
    call "opauth" using operators-file-name, operator-id,
        auth-function, auth-result
    if auth-result not = 0
        move 1 to operator-refused
        move 'CLEARLOCK' to audit-input
        move 'REFUSED' to audit-valid
        move spaces to audit-reference
        if auth-result = 1
            move 'NO OPERATOR ID' to audit-result
            display "CLEARLOCK refused - no operator ID given"
                " (OPERATOR= or ROMAN_OPERATOR)"
        else if auth-result = 2
            move 'UNKNOWN OPERATOR' to audit-result
            display "CLEARLOCK refused - operator " operator-id
                " is not on the authorization file"
        else if auth-result = 3
            move 'NOT AUTHORIZED' to audit-result
            display "CLEARLOCK refused - operator " operator-id
                " is not authorized for it"
        else
            move 'NO AUTHORIZATION' to audit-result
            display "CLEARLOCK refused - authorization file "
                "missing: " operators-file-name
        end-if
        end-if
        end-if
        perform 9000-write-audit-entry
        move 24 to condition-code
        perform 9400-raise-condition
    end-if.

*> ---------------------------------------------------------------
*> opens the conversion master for keyed reads and updates,
*> creating it on first use. any status the open cannot clear
*> just switches the master off for this run - the batch still
*> converts everything, it only loses the shortcut
*> ---------------------------------------------------------------
0600-open-master.
    move 0 to master-available
    open i-o master-file
    if master-file-status = '35'
        open output master-file
        if master-file-status = '00'
            close master-file
            open i-o master-file
        end-if
    end-if
    if master-file-status = '00'
        move 1 to master-available
    else
        display "Conversion master not available - status "
            master-file-status
    end-if.

*> ---------------------------------------------------------------
*> loads the plausibility rules into the rules table. a missing
*> file is simply a run with no rules; a line whose minimum or
*> maximum is not a zero-filled number is reported and skipped
*> rather than guessed at
*> ---------------------------------------------------------------
0700-load-rules.
    move 0 to rule-count
    move 'N' to rules-eof
    open input rules-file
    if rules-file-status = '00'
        perform 0710-load-one-rule until rules-eof = 'Y'
        close rules-file
    end-if.

0710-load-one-rule.
    read rules-file
        at end
            move 'Y' to rules-eof
        not at end
            if rules-file-record not = spaces
                    and rules-file-record(1:1) not = '*'
                if (rule-min-text not = spaces
                        and rule-min-text is not numeric)
                        or (rule-max-text not = spaces
                        and rule-max-text is not numeric)
                        or rule-key = spaces
                    display "Plausibility rule not understood: "
                        rule-id
                else if rule-count >= 200
                    display "Plausibility rules past 200 ignored: "
                        rule-id
                else
                    add 1 to rule-count
                    move rule-id to tbl-rule-id(rule-count)
                    move function upper-case(rule-kind)
                        to tbl-rule-kind(rule-count)
                    move function upper-case(rule-key)
                        to tbl-rule-key(rule-count)
                    move 0 to tbl-rule-key-length(rule-count)
                    inspect function reverse (rule-key)
                        tallying tbl-rule-key-length(rule-count)
                        for leading space
                    subtract tbl-rule-key-length(rule-count)
                        from length of rule-key
                        giving tbl-rule-key-length(rule-count)
                    move 0 to tbl-rule-min(rule-count)
                    if rule-min-text not = spaces
                        move rule-min-text to tbl-rule-min(rule-count)
                    end-if
                    move 0 to tbl-rule-max(rule-count)
                    if rule-max-text not = spaces
                        move rule-max-text to tbl-rule-max(rule-count)
                    end-if
                    move rule-window-from to tbl-rule-from(rule-count)
                    move rule-window-to to tbl-rule-to(rule-count)
                end-if
                end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> loads the corrections table, keeping every line of the file as
*> it stands so the usage counts can be written back into it. a
*> missing file is simply a run with no corrections; a rule with
*> no id, no miskeyed text or a count that is not a number is
*> reported and skipped rather than guessed at
*> ---------------------------------------------------------------
0720-load-corrections.
    move 0 to correction-count
    move 0 to correction-line-count
    move 0 to correction-line-overflow
    move 'N' to corrections-eof
    open input corrections-file
    if corrections-file-status = '00'
        perform 0730-load-one-correction until corrections-eof = 'Y'
        close corrections-file
    end-if.

0730-load-one-correction.
    read corrections-file
        at end
            move 'Y' to corrections-eof
        not at end
            if correction-line-count < 500
                add 1 to correction-line-count
                move corrections-file-record
                    to correction-line(correction-line-count)
            else
                move 1 to correction-line-overflow
            end-if
            if corrections-file-record not = spaces
                    and corrections-file-record(1:1) not = '*'
                if cor-rule-id = spaces or cor-from = spaces
                        or (cor-uses-text not = spaces
                        and cor-uses-text is not numeric)
                    display "Correction rule not understood: "
                        cor-rule-id
                else if correction-count >= 100
                        or correction-line-overflow = 1
                    display "Correction rules past 100 ignored: "
                        cor-rule-id
                else
                    add 1 to correction-count
                    move cor-rule-id to tbl-cor-id(correction-count)
                    move 0 to cor-from-length
                    inspect function reverse (cor-from)
                        tallying cor-from-length
                        for leading space
                    compute tbl-cor-from-length(correction-count) =
                        length of cor-from - cor-from-length
                    move cor-from to tbl-cor-from(correction-count)
                    inspect tbl-cor-from(correction-count)
                        replacing all '_' by ' '
                    move 0 to cor-to-length
                    inspect function reverse (cor-to)
                        tallying cor-to-length
                        for leading space
                    compute tbl-cor-to-length(correction-count) =
                        length of cor-to - cor-to-length
                    move cor-to to tbl-cor-to(correction-count)
                    inspect tbl-cor-to(correction-count)
                        replacing all '_' by ' '
                    move 0 to tbl-cor-uses(correction-count)
                    if cor-uses-text not = spaces
                        move cor-uses-text
                            to tbl-cor-uses(correction-count)
                    end-if
                    move 0 to tbl-cor-batch-uses(correction-count)
                    move 0 to tbl-cor-run-uses(correction-count)
                    move correction-line-count
                        to tbl-cor-line(correction-count)
                end-if
                end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> writes the corrections table back with this run's uses added to
*> each rule's count. the file is read afresh first - the
*> operations team may have added, changed or dropped rules while
*> the run (or a console session) was going, and every line goes
*> back as they now have it, comments included; only the count of
*> a rule this run used moves, matched by its id. a file too long
*> to be held whole, or gone, is left alone rather than cut short
*> ---------------------------------------------------------------
9790-save-correction-usage.
    move 0 to correction-line-count
    move 0 to correction-line-overflow
    move 'N' to corrections-eof
    open input corrections-file
    if corrections-file-status not = '00'
        display "Correction usage counts not saved - "
            corrections-file-name " could not be read"
    else
        perform 9795-merge-correction-line
            until corrections-eof = 'Y'
        close corrections-file
        perform 9798-write-corrections
    end-if.

9795-merge-correction-line.
    read corrections-file
        at end
            move 'Y' to corrections-eof
        not at end
            if correction-line-count < 500
                add 1 to correction-line-count
                if corrections-file-record not = spaces
                        and corrections-file-record(1:1) not = '*'
                        and cor-rule-id not = spaces
                        and (cor-uses-text = spaces
                        or cor-uses-text is numeric)
                    perform varying correction-index from 1 by 1
                            until correction-index > correction-count
                        perform 9796-add-run-uses
                    end-perform
                end-if
                move corrections-file-record
                    to correction-line(correction-line-count)
            else
                move 1 to correction-line-overflow
            end-if
    end-read.

*> a rule's uses go on its line once, however often its id recurs
9796-add-run-uses.
    if tbl-cor-id(correction-index) = cor-rule-id
            and tbl-cor-run-uses(correction-index) > 0
        move 0 to cor-uses-edit
        if cor-uses-text is numeric
            move cor-uses-text to cor-uses-edit
        end-if
        add tbl-cor-run-uses(correction-index) to cor-uses-edit
        move cor-uses-edit to cor-uses-text
        move 0 to tbl-cor-run-uses(correction-index)
    end-if.

9798-write-corrections.
    if correction-line-overflow = 1
        display "Correction usage counts not saved - "
            corrections-file-name " is over 500 lines"
    else
        open output corrections-file
        if corrections-file-status = '00'
            perform varying correction-index from 1 by 1
                    until correction-index > correction-line-count
                move correction-line(correction-index)
                    to corrections-file-record
                write corrections-file-record
            end-perform
            close corrections-file
        else
            display "Correction usage counts not saved - status "
                corrections-file-status
        end-if
    end-if.

*> ---------------------------------------------------------------
*> finds the rule that governs the record in hand and tries the
*> value against it. the longest reference prefix that matches
*> wins, then a rule for the document type (the leading letters of
*> the reference), then the '*' default. a value under the minimum,
*> over the maximum, or on a document dated outside the window
*> sets suspect-found with the rule and the reason. only a whole
*> roman numeral from a LAYOUT batch is brought here - without a
*> document reference there is nothing for a rule to key on
*> ---------------------------------------------------------------
9900-check-plausibility.
    move 0 to rule-hit
    move 0 to best-prefix-length
    move spaces to suspect-rule-id
    move spaces to suspect-reason

    if doc-reference not = spaces
        perform varying rule-index from 1 by 1
                until rule-index > rule-count
            if tbl-rule-kind(rule-index) = 'P'
                    and tbl-rule-key(rule-index) not = '*'
                    and tbl-rule-key-length(rule-index)
                        > best-prefix-length
                if doc-reference(1:tbl-rule-key-length(rule-index))
                        = tbl-rule-key(rule-index)
                            (1:tbl-rule-key-length(rule-index))
                    move rule-index to rule-hit
                    move tbl-rule-key-length(rule-index)
                        to best-prefix-length
                end-if
            end-if
        end-perform

        if rule-hit = 0
            move spaces to doc-type
            move 0 to doc-type-length
            perform varying rule-index from 1 by 1
                    until rule-index > 12
                    or doc-reference(rule-index:1) not alphabetic
                    or doc-reference(rule-index:1) = space
                add 1 to doc-type-length
            end-perform
            if doc-type-length > 0
                move function upper-case(
                    doc-reference(1:doc-type-length)) to doc-type
                perform varying rule-index from 1 by 1
                        until rule-index > rule-count or rule-hit > 0
                    if tbl-rule-kind(rule-index) = 'T'
                            and tbl-rule-key(rule-index) = doc-type
                        move rule-index to rule-hit
                    end-if
                end-perform
            end-if
        end-if
    end-if

    if rule-hit = 0
        perform varying rule-index from 1 by 1
                until rule-index > rule-count or rule-hit > 0
            if tbl-rule-key(rule-index) = '*'
                move rule-index to rule-hit
            end-if
        end-perform
    end-if

    if rule-hit > 0
        if decimal-result < tbl-rule-min(rule-hit)
            move 'BELOW MIN' to suspect-reason
        else if tbl-rule-max(rule-hit) > 0
                and decimal-result > tbl-rule-max(rule-hit)
            move 'ABOVE MAX' to suspect-reason
        else if doc-date not = spaces
                and ((tbl-rule-from(rule-hit) not = spaces
                and doc-date < tbl-rule-from(rule-hit))
                or (tbl-rule-to(rule-hit) not = spaces
                and doc-date > tbl-rule-to(rule-hit)))
            move 'DATE WINDOW' to suspect-reason
        end-if
        end-if
        end-if
        if suspect-reason not = spaces
            move 1 to suspect-found
            move tbl-rule-id(rule-hit) to suspect-rule-id
        end-if
    end-if.

*> ---------------------------------------------------------------
*> opens the document cross-reference for keyed updates, creating
*> it on first use - the same way the conversion master is opened.
*> a status the open cannot clear switches the cross-reference off
*> for this run without stopping any batch
*> ---------------------------------------------------------------
0610-open-xref.
    move 0 to xref-available
    open i-o xref-file
    if xref-file-status = '35'
        open output xref-file
        if xref-file-status = '00'
            close xref-file
            open i-o xref-file
        end-if
    end-if
    if xref-file-status = '00'
        move 1 to xref-available
    else
        display "Cross-reference not available - status "
            xref-file-status
    end-if.

*> ---------------------------------------------------------------
*> finds where the audit chain stands before anything is written:
*> the seal the last run left beside the live log (AUDIT-LOG.TXT
*> seals to AUDIT-LOG-SEAL.TXT) when there is one, otherwise the
*> last sequenced record on the live log itself. a trail with
*> neither - a new one, or one written before records were
*> chained - starts the chain at sequence one. the trail's writer
*> lock (AUDIT-LOG.TXT locks through AUDIT-LOG-LOCK.TXT) is taken
*> before the seal is read, and a trail another run is writing
*> refuses this one with condition code 20
*> ---------------------------------------------------------------
0620-resume-audit-chain.
    move 0 to seal-name-length
    inspect function reverse (audit-file-name)
        tallying seal-name-length
        for leading space
    subtract seal-name-length from length of audit-file-name
        giving seal-name-length
    if seal-name-length > 4
        if function upper-case(
                audit-file-name(seal-name-length - 3:4)) = '.TXT'
            subtract 4 from seal-name-length
        end-if
    end-if
    move spaces to seal-file-name
    string audit-file-name(1:seal-name-length) delimited by size
            "-SEAL.TXT" delimited by size
        into seal-file-name
    end-string
    move spaces to audit-lock-file-name
    string audit-file-name(1:seal-name-length) delimited by size
            "-LOCK.TXT" delimited by size
        into audit-lock-file-name
    end-string

    perform 0625-acquire-audit-lock
    if audit-lock-refused = 0
        perform 0622-read-audit-seal
    end-if.

0622-read-audit-seal.
    move 0 to audit-sequence
    move 0 to audit-chain-check
    open input seal-file
    if seal-file-status = '00'
        read seal-file
            at end
                move '10' to seal-file-status
        end-read
        if seal-file-status = '00'
                and seal-sequence is numeric
                and seal-check is numeric
            move seal-sequence to audit-sequence
            move seal-check to audit-chain-check
        end-if
        close seal-file
    else
        move 'N' to audit-scan-eof
        open input audit-file
        if audit-file-status = '00'
            perform 0630-scan-audit-tail until audit-scan-eof = 'Y'
            close audit-file
        end-if
    end-if.

*> ---------------------------------------------------------------
*> takes the audit trail's writer lock, the same INUSE/DONE way
*> 2050-acquire-batch-lock takes a batch's. CLEARLOCK claims a lock
*> a crashed run left behind, but only for an operator the
*> authorization file allows it - nothing can go on the trail
*> until the lock is ours, so the check is made here, ahead of
*> the one 0800-authorize-clearlock records
*> ---------------------------------------------------------------
0625-acquire-audit-lock.
    move 0 to audit-lock-refused
    move 0 to audit-lock-claimed
    move 0 to audit-lock-held
    open input audit-lock-file
    if audit-lock-file-status = '00'
        read audit-lock-file
            at end
                continue
            not at end
                if audit-lock-state = 'INUSE' and clear-lock-mode = 0
                    move 1 to audit-lock-refused
                end-if
                if audit-lock-state = 'INUSE' and clear-lock-mode = 1
                    move 'CLEARLOCK' to auth-function
                    call "opauth" using operators-file-name,
                        operator-id, auth-function, auth-result
                    if auth-result = 0
                        move 1 to audit-lock-claimed
                    else
                        move 1 to audit-lock-refused
                    end-if
                end-if
        end-read
        close audit-lock-file
    end-if
    if audit-lock-refused = 1
        display "Audit trail in use since " audit-lock-time(1:2) ":"
            audit-lock-time(3:2) " (" audit-lock-date ") - "
            audit-file-name
        if audit-lock-operator not = spaces
            display "Lock held by operator " audit-lock-operator
        end-if
        if clear-lock-mode = 1
            display "CLEARLOCK refused - operator " operator-id
                " may not clear it"
            move 24 to condition-code
        else
            display "Rerun with CLEARLOCK to clear a lock left by a"
                " crashed job"
            move 20 to condition-code
        end-if
        perform 9400-raise-condition
    else
        if audit-lock-claimed = 1
            display "Stale audit trail lock cleared by operator "
                operator-id
        end-if
        accept audit-date from date yyyymmdd
        accept time-now from time
        move spaces to audit-lock-file-record
        move 'INUSE' to audit-lock-state
        move audit-date to audit-lock-date
        move time-now(1:6) to audit-lock-time
        move operator-id to audit-lock-operator
        open output audit-lock-file
        write audit-lock-file-record
        close audit-lock-file
        move 1 to audit-lock-held
    end-if.

*> ---------------------------------------------------------------
*> a writer lock a crashed run left behind, claimed under
*> CLEARLOCK, goes on the trail with the operator who claimed it
*> ---------------------------------------------------------------
0628-record-lock-claim.
    move 'CLEARLOCK' to audit-input
    move audit-file-name(1:20) to audit-result
    move 'OVERRIDE' to audit-valid
    move spaces to audit-reference
    perform 9000-write-audit-entry.

0630-scan-audit-tail.
    read audit-file
        at end
            move 'Y' to audit-scan-eof
        not at end
            if log-sequence is numeric and log-check is numeric
                move log-sequence to audit-sequence
                move log-check to audit-chain-check
            end-if
    end-read.

*> ---------------------------------------------------------------
*> files the LAYOUT record just judged under its document
*> reference: the numeral as transcribed, the decimal (or the
*> YYYYMMDD of a date), the verdict and, for a reject, its reason.
*> the caller has already set audit-valid, so the cross-reference
*> always carries the same verdict as the audit trail
*> ---------------------------------------------------------------
9850-record-xref.
    move spaces to xref-file-record
    *> filed in upper case, the way romanxrf asks for a reference
    move function upper-case(doc-reference) to xref-reference
    move roman-file-name(1:30) to xref-batch
    move batch-start-date to xref-date
    move total-lines-read to xref-line
    move doc-date to xref-doc-date
    move user-input to xref-roman
    move audit-valid to xref-verdict
    move 0 to xref-decimal
    if audit-valid = 'INVALID'
        move rej-reason-text to xref-reason
    else if audit-valid = 'SUSPECT'
        move decimal-result to xref-decimal
        string suspect-rule-id delimited by space
                " " delimited by size
                suspect-reason delimited by size
            into xref-reason
        end-string
    else if audit-valid = 'CORRECTED'
        *> the corrected spelling rides in the reason column, next
        *> to the numeral as it was transcribed
        move decimal-result to xref-decimal
        move correction-input(1:20) to xref-reason
    else if date-mode = 1
        move date-ymd to xref-decimal
    else
        move decimal-result to xref-decimal
    end-if
    end-if
    end-if
    end-if
    accept time-now from time
    move time-now(1:6) to xref-time
    write xref-file-record
        invalid key
            rewrite xref-file-record
    end-write.

*> ---------------------------------------------------------------
*> writes one dated entry to the audit trail - the input string,
    move audit-result to log-result
    move audit-valid to log-valid
    move audit-reference to log-reference
    move operator-id to log-operator
    add 1 to audit-sequence
    move audit-sequence to log-sequence
    move audit-file-record(1:94) to audit-chain-text
    call "audchk" using audit-chain-text, audit-chain-check,
        log-check
    move log-check to audit-chain-check
    write audit-file-record.

*> ---------------------------------------------------------------
*> records where the audit chain stands - the last sequence number
*> and check written - on the seal file, replacing the one before
*> ---------------------------------------------------------------
9050-write-audit-seal.
    accept audit-date from date yyyymmdd
    accept audit-seal-time from time
    open output seal-file
    if seal-file-status = '00'
        move spaces to seal-file-record
        move audit-sequence to seal-sequence
        move audit-chain-check to seal-check
        move audit-date to seal-date
        move audit-seal-time(1:6) to seal-time
        write seal-file-record
        close seal-file
    end-if.

*> ---------------------------------------------------------------
*> hands the audit trail back once the run's last seal is written
*> - the DONE marker keeps the finishing time, as a batch's does
*> ---------------------------------------------------------------
9060-release-audit-lock.
    if audit-lock-held = 1
        accept audit-date from date yyyymmdd
        accept time-now from time
        move spaces to audit-lock-file-record
        move 'DONE' to audit-lock-state
        move audit-date to audit-lock-date
        move time-now(1:6) to audit-lock-time
        move operator-id to audit-lock-operator
        open output audit-lock-file
        write audit-lock-file-record
        close audit-lock-file
        move 0 to audit-lock-held
    end-if.

*> ---------------------------------------------------------------
*> writes the record that just failed to convert out to the
*> companion reject file, together with a reason code translated
        move doc-reference to rej-lay-reference
        move doc-date to rej-lay-doc-date
        move user-input to rej-lay-roman
    else if date-mode = 1
        move spaces to date-reject-record
        move date-text to rej-date-text
    else
        move spaces to reject-file-record
        move user-input to rej-input
    end-if
    end-if
    if valid-flag = 1
        move "ILLEGAL CHARACTER" to rej-reason-text
    else if valid-flag = 2
        else
            move "OUT OF RANGE 1-3999" to rej-reason-text
        end-if
    *> the calendar reasons only a DATE batch produces - a date the
    *> calendar never had, text that is not a date at all, and a
    *> good date that disagrees with the document's own date column
    else if valid-flag = 4
        move "NOT A CALENDAR DATE" to rej-reason-text
    else if valid-flag = 5
        move "BAD DATE FORMAT" to rej-reason-text
    else if valid-flag = 6
        move "DOC DATE MISMATCH" to rej-reason-text
    else
        move "UNKNOWN" to rej-reason-text
    end-if.
    if layout-mode = 1
        move rej-reason-text to rej-lay-reason
        write layout-reject-record
    else if date-mode = 1
        move rej-reason-text to rej-date-reason
        write date-reject-record
    else
        move rej-reason-text to rej-reason
        write reject-file-record
    end-if.

*> ---------------------------------------------------------------
*> a fresh pass over a batch file makes any rerun or release
*> checkpoint from an earlier cycle stale - if one is on disk,
*> overwrite it with a completed zero record so the reconciliation
*> folds nothing in until the next such pass actually runs
*> ---------------------------------------------------------------
9600-clear-rerun-checkpoint.
    move checkpoint-file-name to saved-checkpoint-name
    move rerun-checkpoint-name to checkpoint-file-name
    perform 9610-clear-one-checkpoint
    move release-checkpoint-name to checkpoint-file-name
    perform 9610-clear-one-checkpoint
    move saved-checkpoint-name to checkpoint-file-name.

9610-clear-one-checkpoint.
    open input checkpoint-file
    if checkpoint-file-status = '00'
        close checkpoint-file
        move 0 to chk-total-converted
        move 0 to chk-total-rejected
        move 0 to chk-sum-of-decimals
        move 0 to chk-total-suspect
        open output checkpoint-file
        write checkpoint-file-record
        close checkpoint-file
    end-if.

*> ---------------------------------------------------------------
*> a release pass writes its checkpoint with the earlier releases
*> of the batch added in, and says how much of it they were
*> ---------------------------------------------------------------
9620-add-release-carry.
    if release-mode = 1
        move release-carry-lines to chk-carry-lines
        move release-carry-converted to chk-carry-converted
        move release-carry-rejected to chk-carry-rejected
        move release-carry-sum to chk-carry-sum
        move release-carry-suspect to chk-carry-suspect
        add release-carry-lines to chk-line-number
        add release-carry-converted to chk-total-converted
        add release-carry-rejected to chk-total-rejected
        add release-carry-sum to chk-sum-of-decimals
        add release-carry-suspect to chk-total-suspect
    end-if.

*> ---------------------------------------------------------------
*> keyed read of the conversion master for the roman numeral in
        end-if
    end-if

    *> a file carrying the SUSPECT suffix is an operator releasing
    *> held values - it appends to the original batch's results
    *> exactly as a rerun-rejects pass does, under "-RELEASE" names
    *> of its own, and the plausibility rules stand aside for it
    move 0 to release-mode
    move '-RERUN' to pass-tag
    move 0 to sus-suffix-base-length
    inspect function reverse (suspect-suffix)
        tallying sus-suffix-base-length
        for leading space
    subtract sus-suffix-base-length from length of suspect-suffix
        giving sus-suffix-base-length
    if sus-suffix-base-length > 4
        if function upper-case(
                suspect-suffix(sus-suffix-base-length - 3:4))
                = '.TXT'
            subtract 4 from sus-suffix-base-length
        end-if
    end-if
    if rerun-mode = 0 and sus-suffix-base-length > 0
            and base-name-length > sus-suffix-base-length
        if function upper-case(roman-file-name(
                base-name-length - sus-suffix-base-length + 1:
                sus-suffix-base-length))
                = function upper-case(
                suspect-suffix(1:sus-suffix-base-length))
            move 1 to rerun-mode
            move 1 to release-mode
            move '-RELEASE' to pass-tag
            subtract sus-suffix-base-length from base-name-length
        end-if
    end-if

    move spaces to output-file-name
    string roman-file-name(1:base-name-length) delimited by size
            results-suffix delimited by space
        move spaces to checkpoint-file-name
        string roman-file-name(1:base-name-length)
                delimited by size
                pass-tag delimited by space
                checkpoint-suffix delimited by space
            into checkpoint-file-name
        end-string
        move spaces to reject-file-name
        string roman-file-name(1:base-name-length)
                delimited by size
                pass-tag delimited by space
                rejects-suffix delimited by space
            into reject-file-name
        end-string
        move spaces to print-file-name
        string roman-file-name(1:base-name-length)
                delimited by size
                pass-tag delimited by space
                report-suffix delimited by space
            into print-file-name
        end-string
                checkpoint-suffix delimited by space
            into rerun-checkpoint-name
        end-string
        move spaces to release-checkpoint-name
        string roman-file-name(1:base-name-length)
                delimited by size
                "-RELEASE" delimited by size
                checkpoint-suffix delimited by space
            into release-checkpoint-name
        end-string
        move spaces to reject-file-name
        string roman-file-name(1:base-name-length)
                delimited by size
        end-string
    end-if

    *> held values always gather in the batch's one SUSPECT file,
    *> whichever pass held them, so a single release clears them
    move spaces to suspect-file-name
    string roman-file-name(1:base-name-length) delimited by size
            suspect-suffix delimited by space
        into suspect-file-name
    end-string

    *> and so does the corrections report, whichever pass made them
    move spaces to corrected-file-name
    string roman-file-name(1:base-name-length) delimited by size
            corrected-suffix delimited by space
        into corrected-file-name
    end-string

    *> the run lock shares the batch's base name whichever pass is
    *> running - a rerun-rejects pass appends to the original
    *> batch's RESULTS file, so it must contend for the same lock
    move 0 to total-converted
    move 0 to total-rejected
    move 0 to total-normalized
    move 0 to total-corrected
    move 0 to sum-of-decimals
    move 0 to sum-of-twelfths
    move 0 to master-hit-count
    move 0 to conv-call-count
    move 0 to total-suspect
    accept batch-start-date from date yyyymmdd
    accept batch-start-time from time
    move 'N' to ws-eof
    *> so the batch summary at the end reflects the whole file
    *> rather than just the records converted since the resume
    move 0 to resume-line-number
    move 0 to release-carry-lines
    move 0 to release-carry-converted
    move 0 to release-carry-rejected
    move 0 to release-carry-sum
    move 0 to release-carry-suspect
    open input checkpoint-file
    if checkpoint-file-status = '00'
        read checkpoint-file into checkpoint-file-record
            move chk-total-converted to total-converted
            move chk-total-rejected to total-rejected
            move chk-sum-of-decimals to sum-of-decimals
            *> a checkpoint written before values could be held
            *> has no suspect column at all
            if chk-total-suspect is numeric
                move chk-total-suspect to total-suspect
            end-if
            *> an interrupted release takes back what it carried
            *> and resumes on its own figures
            if release-mode = 1
                perform 2015-take-release-carry
            end-if
        else if release-mode = 1
            *> the batch has been released before - those values
            *> are in its results already, and this release adds to
            *> them rather than writing them out of the checkpoint
            move chk-line-number to release-carry-lines
            move chk-total-converted to release-carry-converted
            move chk-total-rejected to release-carry-rejected
            move chk-sum-of-decimals to release-carry-sum
            if chk-total-suspect is numeric
                move chk-total-suspect to release-carry-suspect
            end-if
        end-if
        end-if
        close checkpoint-file
    end-if
            open output reject-file
        end-if

        *> the SUSPECT file gathers the values the plausibility
        *> rules hold back - started clean by a fresh pass and
        *> extended by a resume or a rerun-rejects pass. a release
        *> pass is reading that very file, and holds nothing
        move 0 to suspect-open
        if release-mode = 0
            if resume-line-number > 0 or rerun-mode = 1
                open extend suspect-file
                if suspect-file-status = '35'
                    open output suspect-file
                end-if
            else
                open output suspect-file
            end-if
            move 1 to suspect-open
        end-if

        *> the corrections report follows the SUSPECT file's rule -
        *> started clean by a fresh pass, extended by a resume, a
        *> rerun-rejects pass or a release - and is only kept at all
        *> when there is a corrections table to use
        move 0 to corrected-open
        if correction-count > 0
            if resume-line-number > 0 or rerun-mode = 1
                open extend corrected-file
                if corrected-file-status = '35'
                    open output corrected-file
                end-if
            else
                open output corrected-file
            end-if
            move 1 to corrected-open
            perform varying correction-index from 1 by 1
                    until correction-index > correction-count
                move 0 to tbl-cor-batch-uses(correction-index)
            end-perform
        end-if

        *> a fresh pass starts every companion file of the
        *> previous cycle clean - including the checkpoint a
        *> rerun-rejects pass may have left behind, which the
                move 0 to file_found
                move 0 to fraction-twelfths
                move 0 to normalized-found
                move 0 to corrected-found
                move user-input to correction-original

                *> get length of string
                inspect function reverse (user-input)
                *> or evaluate the line as arithmetic, with the result
                *> flowing into the structured output and audit log
                *> like any other conversion
                *> a DATE batch reads every line as a whole calendar
                *> date instead - and under LAYOUT the date it finds
                *> must also agree with the document's own date
                *> column, or the record is refused
                if date-mode = 1
                    move spaces to date-text
                    if layout-mode = 1
                        move lay-roman to date-text
                    else
                        move roman-file-record to date-text
                    end-if
                    perform 9800-convert-date
                    if valid-flag = 0 and layout-mode = 1
                            and doc-date not = spaces
                            and doc-date not = date-ymd
                        move 6 to valid-flag
                    end-if
                else if arith-found = 1
                    perform 6000-evaluate-arithmetic
                else
                    if numeric-found = 1
                        if master-hit = 0 and fraction-mode = 0
                            perform 9300-record-master
                        end-if
                        *> a numeral still rejected gets one more
                        *> chance - the known transcription slips
                        *> on the corrections table are tried on it
                        *> as it was keyed, before it is given up.
                        *> the master keeps the keyed spelling's own
                        *> verdict, so a correction is always made
                        *> afresh, and is counted only when the
                        *> value is recorded as corrected
                        if valid-flag not = 0 and correction-count > 0
                            perform 9750-apply-corrections
                        end-if
                    end-if
                end-if
                end-if

                *> a value that converts cleanly must still be
                *> plausible for the document it came from - one a
                *> rule holds back is kept off the results (and so
                *> off the interface extract) until it is released.
                *> the rules are keyed by document reference, so only
                *> a LAYOUT batch of whole roman numerals is checked -
                *> dates, fractions, arithmetic and decimals going the
                *> other way have no document year to be judged by
                move 0 to suspect-found
                if valid-flag = 0 and date-mode = 0
                        and release-mode = 0 and rule-count > 0
                        and layout-mode = 1 and fraction-mode = 0
                        and numeric-found = 0 and arith-found = 0
                    perform 9900-check-plausibility
                end-if

                move user-input(1:20) to audit-input
                if suspect-found = 1
                    perform 2090-hold-suspect
                else if valid-flag = 0 and date-mode = 1
                    perform 2080-record-converted-date
                else if valid-flag = 0
                    move decimal-result to formatted-integer
                    if fraction-mode = 1
                        perform 9500-format-fraction-decimal
                    else
                        move formatted-integer to print-detail(32:7)
                    end-if
                    if corrected-found = 1
                        move "CORRECTED" to print-detail(44:9)
                        move correction-original to print-detail(54:30)
                    end-if
                    perform 8200-report-detail

                    if corrected-found = 1
                        move "CORRECTED" to audit-valid
                    else if normalized-found = 1
                        move "NORMALIZED" to audit-valid
                    else
                        move "VALID"   to audit-valid
                    end-if
                    end-if
                    if numeric-found = 1
                        move roman-result to audit-result
                    else
                        end-if
                    end-if

                    if corrected-found = 1
                        perform 2095-record-corrected
                    end-if
                    if normalized-found = 1
                        add 1 to total-normalized
                    end-if
                        end-if
                    end-if
                end-if
                end-if
                end-if
                if layout-mode = 1 and xref-available = 1
                    perform 9850-record-xref
                end-if
                perform 9000-write-audit-entry

                if batch-aborted = 1
                    move total-converted to chk-total-converted
                    move total-rejected to chk-total-rejected
                    move sum-of-decimals to chk-sum-of-decimals
                    move total-suspect to chk-total-suspect
                    perform 9620-add-release-carry
                    open output checkpoint-file
                    write checkpoint-file-record
                    close checkpoint-file
                    move total-converted to chk-total-converted
                    move total-rejected to chk-total-rejected
                    move sum-of-decimals to chk-sum-of-decimals
                    move total-suspect to chk-total-suspect
                    perform 9620-add-release-carry
                    open output checkpoint-file
                    write checkpoint-file-record
                    close checkpoint-file
        close roman-file
        close output-file
        close reject-file
        if suspect-open = 1
            close suspect-file
        end-if
        if corrected-open = 1
            perform 2098-write-correction-usage
            close corrected-file
        end-if

        *> the batch finished cleanly - mark the checkpoint done so
        *> a future run of this same file starts fresh instead of
            move total-converted to chk-total-converted
            move total-rejected to chk-total-rejected
            move sum-of-decimals to chk-sum-of-decimals
            move total-suspect to chk-total-suspect
            perform 9620-add-release-carry
            open output checkpoint-file
            write checkpoint-file-record
            close checkpoint-file
            if total-rejected > 0 or total-suspect > 0
                move 4 to condition-code
                perform 9400-raise-condition
            end-if
            *> every held value a release pass read is out with the
            *> results now - the SUSPECT file is emptied so the
            *> same values can never be released twice
            if release-mode = 1
                open output roman-file
                close roman-file
            end-if
        end-if

        *> work out the batch average before we print the summary -
        if lenient-mode = 1
            display "Of which normalized:" total-normalized
        end-if
        if total-corrected > 0
            display "Of which corrected: " total-corrected
            display "Corrections in:     " corrected-file-name
        end-if
        display "Rejected:          " total-rejected
        display "Rejects written to: " reject-file-name
        if total-suspect > 0
            display "Held as suspect:   " total-suspect
            display "Suspects held in:   " suspect-file-name
        end-if
        display "Sum of decimals:   " sum-of-decimals
        if fraction-mode = 1
            display "Plus twelfths:     " sum-of-twelfths "/12"
        *> batches journal too, their figures are exactly the
        *> evidence a shortened window asks for
        perform 2070-write-journal-entry

        *> the seal moves on with every batch, so a later batch
        *> dying part way leaves the trail sealed at this one
        perform 9050-write-audit-seal
    end-if.

*> ---------------------------------------------------------------
*> an interrupted release pass's checkpoint holds the releases
*> before it as well as its own figures - the carried part is put
*> back aside so the resume counts on from this pass's own lines
*> ---------------------------------------------------------------
2015-take-release-carry.
    if chk-carry-lines is numeric
        move chk-carry-lines to release-carry-lines
        move chk-carry-converted to release-carry-converted
        move chk-carry-rejected to release-carry-rejected
        move chk-carry-sum to release-carry-sum
        move chk-carry-suspect to release-carry-suspect
        subtract release-carry-lines from resume-line-number
        subtract release-carry-converted from total-converted
        subtract release-carry-rejected from total-rejected
        subtract release-carry-sum from sum-of-decimals
        subtract release-carry-suspect from total-suspect
    end-if.

*> ---------------------------------------------------------------
*> ---------------------------------------------------------------
2050-acquire-batch-lock.
    move 0 to lock-refused
    move 0 to lock-claimed
    open input lock-file
    if lock-file-status = '00'
        read lock-file
                if lock-state = 'INUSE' and clear-lock-mode = 0
                    move 1 to lock-refused
                end-if
                if lock-state = 'INUSE' and clear-lock-mode = 1
                    move 1 to lock-claimed
                end-if
        end-read
        close lock-file
    end-if
        display "Batch already running since " lock-time(1:2) ":"
            lock-time(3:2) " (" lock-date ") - skipping "
            roman-file-name
        if lock-operator not = spaces
            display "Lock held by operator " lock-operator
        end-if
        display "Rerun with CLEARLOCK to clear a lock left by a"
            " crashed job"
        move 20 to condition-code
        perform 9400-raise-condition
    else
        *> a live lock claimed under CLEARLOCK goes on the audit
        *> trail with the operator who claimed it
        if lock-claimed = 1
            move 'CLEARLOCK' to audit-input
            move roman-file-name(1:20) to audit-result
            move 'OVERRIDE' to audit-valid
            move spaces to audit-reference
            perform 9000-write-audit-entry
            display "Stale run lock cleared by operator " operator-id
        end-if
        accept audit-date from date yyyymmdd
        accept time-now from time
        move spaces to lock-file-record
        move 'INUSE' to lock-state
        move audit-date to lock-date
        move time-now(1:6) to lock-time
        move operator-id to lock-operator
        open output lock-file
        write lock-file-record
        close lock-file
    move 'DONE' to lock-state
    move audit-date to lock-date
    move time-now(1:6) to lock-time
    move operator-id to lock-operator
    open output lock-file
    write lock-file-record
    close lock-file.
    move conv-call-count to jrn-conv-calls
    move elapsed-seconds to jrn-elapsed
    move lines-per-second to jrn-per-second
    move total-suspect to jrn-suspect
    move operator-id to jrn-operator

    open extend journal-file
    if journal-file-status = '35'
    write journal-file-record
    close journal-file.

*> ---------------------------------------------------------------
*> holds back one value a plausibility rule fired on: the record
*> goes to the SUSPECT file with its decimal and the rule, the
*> print report shows it marked, and the audit trail gets a
*> SUSPECT entry. nothing reaches the results file or the batch's
*> converted count and sum, so the interface extract cannot carry
*> it until an operator releases it
*> ---------------------------------------------------------------
2090-hold-suspect.
    move decimal-result to formatted-integer
    if quiet-mode = 0
        display "Suspect value held: " roman-result
            "Decimal Form = " formatted-integer
    end-if

    if layout-mode = 1
        move spaces to layout-suspect-record
        move doc-reference to sus-lay-reference
        move doc-date to sus-lay-doc-date
        move user-input to sus-lay-roman
        move decimal-result to sus-lay-decimal
        move suspect-rule-id to sus-lay-rule-id
        move suspect-reason to sus-lay-reason
        write layout-suspect-record
    else
        move spaces to suspect-file-record
        move user-input to sus-input
        move decimal-result to sus-decimal
        move suspect-rule-id to sus-rule-id
        move suspect-reason to sus-reason
        write suspect-file-record
    end-if

    move spaces to print-detail
    move roman-result to print-detail(1:30)
    move formatted-integer to print-detail(32:7)
    string "SUSPECT " delimited by size
            suspect-rule-id delimited by space
            " " delimited by size
            suspect-reason delimited by size
        into print-detail(41:40)
    end-string
    perform 8200-report-detail

    move formatted-integer to audit-result
    move "SUSPECT" to audit-valid
    add 1 to total-suspect.

*> ---------------------------------------------------------------
*> records a numeral the corrections table rescued: the audit
*> entry carries the corrected spelling beside the keyed one in
*> place of the decimal, and the corrections report gets the keyed
*> spelling exactly as it came in, the correction, its decimal and
*> the rule that made it. this is where the rule is credited with
*> the use - a single rule by its place in the table, several
*> applied together by the flags 9750 left on them - so a value held back as suspect
*> counts only when its release records it here. the value itself
*> goes out with the results like any other
*> ---------------------------------------------------------------
2095-record-corrected.
    if quiet-mode = 0
        display "Corrected "
            correction-original(1:correction-original-length)
            " to " correction-input(1:correction-text-length)
            " by rule " corrected-rule-id
    end-if
    move correction-input(1:20) to audit-result
    add 1 to total-corrected
    add 1 to corrections-used
    perform varying correction-index from 1 by 1
            until correction-index > correction-count
        if (corrected-rule-index = 0
                and tbl-cor-applied(correction-index) = 1)
            or correction-index = corrected-rule-index
            add 1 to tbl-cor-uses(correction-index)
            add 1 to tbl-cor-batch-uses(correction-index)
            add 1 to tbl-cor-run-uses(correction-index)
        end-if
    end-perform
    if corrected-open = 1
        move spaces to corrected-file-record
        move doc-reference to cfx-reference
        move correction-original to cfx-original
        move correction-input to cfx-corrected
        move decimal-result to cfx-decimal
        move corrected-rule-id to cfx-rule-id
        write corrected-file-record
    end-if.

*> ---------------------------------------------------------------
*> closes a pass's corrections report with one row per rule the
*> pass used - its uses in this pass and its running total - so
*> the report shows which source keeps producing which slip
*> ---------------------------------------------------------------
2098-write-correction-usage.
    perform varying correction-index from 1 by 1
            until correction-index > correction-count
        if tbl-cor-batch-uses(correction-index) > 0
            move spaces to corrected-usage-record
            move '*RULE USED*' to cfu-marker
            move tbl-cor-id(correction-index) to cfu-rule-id
            move correction-line(tbl-cor-line(correction-index))(10:4)
                to cfu-from
            move correction-line(tbl-cor-line(correction-index))(15:4)
                to cfu-to
            move tbl-cor-batch-uses(correction-index) to cfu-batch-uses
            move tbl-cor-uses(correction-index) to cfu-total-uses
            write corrected-usage-record
        end-if
    end-perform.

*> ---------------------------------------------------------------
*> records one good date out of a DATE batch: the canonical roman
*> form beside the YYYYMMDD on the results file (led by the
*> document reference under LAYOUT), a detail row on the printed
*> report and a VALID audit entry. a date is not an amount, so
*> nothing is added to the batch's sum of decimals
*> ---------------------------------------------------------------
2080-record-converted-date.
    if quiet-mode = 0
        display "Roman Date = " date-roman "Calendar Date = " date-ymd
    end-if

    if layout-mode = 1
        move spaces to layout-date-output-record
        move doc-reference to out-ldt-reference
        move date-roman to out-ldt-roman
        move date-ymd to out-ldt-ymd
        write layout-date-output-record
    else
        move spaces to date-output-record
        move date-roman to out-date-roman
        move date-ymd to out-date-ymd
        write date-output-record
    end-if

    move spaces to print-detail
    move date-roman to print-detail(1:30)
    move date-ymd to print-detail(32:8)
    perform 8200-report-detail

    move date-text(1:20) to audit-input
    if numeric-found = 1
        move date-roman(1:20) to audit-result
    else
        move date-ymd to audit-result
    end-if
    move "VALID" to audit-valid
    add 1 to total-converted.

*> ---------------------------------------------------------------
*> reads a .lst control file one filename per line, running each
*> one through 2000-process-roman-file in turn so their audit
        move function upper-case(
            batch-parm(parm-space-pos:65 - parm-space-pos))
            to parm-rest
        *> the operator ID comes out first and is blanked out of the
        *> keywords, so an ID like UPDATER or SCANLON cannot switch a
        *> mode on by containing its keyword
        perform varying i from 1 by 1 until i > 55
            if parm-rest(i:9) = 'OPERATOR='
                move spaces to operator-id
                perform varying parm-token-length from 0 by 1
                        until i + 9 + parm-token-length > 64
                        or parm-rest(i + 9 + parm-token-length:1)
                            = space
                    if parm-token-length < 8
                        move parm-rest(i + 9 + parm-token-length:1)
                            to operator-id(parm-token-length + 1:1)
                    end-if
                end-perform
                move spaces to parm-rest(i:9 + parm-token-length)
            end-if
        end-perform
        move 0 to parm-keyword-count
        inspect parm-rest tallying parm-keyword-count
            for all 'EXTENDED'
            display "Quiet mode enabled - per-record output off"
        end-if
        move 0 to parm-keyword-count
        inspect parm-rest tallying parm-keyword-count
            for all 'DATE'
        if parm-keyword-count > 0
            move 1 to date-mode
            display "Calendar date conversion enabled"
        end-if
        move 0 to parm-keyword-count
        inspect parm-rest tallying parm-keyword-count
            for all 'CLEARLOCK'
        if parm-keyword-count > 0

*> ---------------------------------------------------------------
*> routes the job-card/command-line parameter captured at startup
*> to the same batch processing the operator console launches -
*> a plain filename goes straight to
*> 2000-process-roman-file, while a ".lst" control file goes
*> through 3000-process-control-file instead
*> ---------------------------------------------------------------
        perform 8200-report-detail
    end-if

    if total-corrected > 0
        move total-corrected to report-count-display
        move spaces to print-detail
        string "OF WHICH CORRECTED:" delimited by size
                report-count-display delimited by size
            into print-detail
        end-string
        perform 8200-report-detail
    end-if

    move total-rejected to report-count-display
    move spaces to print-detail
    string "REJECTED:          " delimited by size
    end-string
    perform 8200-report-detail

    if total-suspect > 0
        move total-suspect to report-count-display
        move spaces to print-detail
        string "HELD AS SUSPECT:   " delimited by size
                report-count-display delimited by size
            into print-detail
        end-string
        perform 8200-report-detail
    end-if

    move sum-of-decimals to report-sum-display
    move spaces to print-detail
    string "SUM OF DECIMALS:   " delimited by size
        else
            move 0 to quiet-mode
        end-if
    else if parm-keyword = 'DATE'
        if parm-value(1:1) = 'Y' or parm-value(1:1) = 'y'
            move 1 to date-mode
        else
            move 0 to date-mode
        end-if
    else if parm-keyword = 'JOURNAL-FILE'
        move parm-value to journal-file-name
    else if parm-keyword = 'XREF-FILE'
        move parm-value to xref-file-name
    else if parm-keyword = 'RULES-FILE'
        move parm-value to rules-file-name
    else if parm-keyword = 'SUSPECT-SUFFIX'
        move parm-value to suspect-suffix
    else if parm-keyword = 'CORRECTIONS-FILE'
        move parm-value to corrections-file-name
    else if parm-keyword = 'CORRECTED-SUFFIX'
        move parm-value to corrected-suffix
    else if parm-keyword = 'OPERATORS-FILE'
        move parm-value to operators-file-name
    else if parm-keyword = 'THRESHOLD'
        move function numval(parm-value) to reject-threshold-pct
    else if parm-keyword = 'LINES-PER-PAGE'
    end-if
    perform 9000-write-audit-entry

    move 'DATE' to audit-input
    if date-mode = 1
        move 'Y' to audit-result
    else
        move 'N' to audit-result
    end-if
    perform 9000-write-audit-entry

    move 'JOURNAL-FILE' to audit-input
    move journal-file-name(1:20) to audit-result
    perform 9000-write-audit-entry

    move 'XREF-FILE' to audit-input
    move xref-file-name(1:20) to audit-result
    perform 9000-write-audit-entry

    move 'RULES-FILE' to audit-input
    move rules-file-name(1:20) to audit-result
    perform 9000-write-audit-entry

    move 'SUSPECT-SUFFIX' to audit-input
    move suspect-suffix to audit-result
    perform 9000-write-audit-entry

    move 'CORRECTIONS-FILE' to audit-input
    move corrections-file-name(1:20) to audit-result
    perform 9000-write-audit-entry

    move 'CORRECTED-SUFFIX' to audit-input
    move corrected-suffix to audit-result
    perform 9000-write-audit-entry

    move 'OPERATORS-FILE' to audit-input
    move operators-file-name(1:20) to audit-result
    perform 9000-write-audit-entry

    move 'OPERATOR' to audit-input
    move operator-id to audit-result
    perform 9000-write-audit-entry

    move 'THRESHOLD' to audit-input
    move reject-threshold-pct to config-number
    move config-number to audit-result
