*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> auditver.cob
*> October 15th, 2026
*> this file is the audit trail verification step. every record
*> romanA3_1, the auditarc retention step and the romanmst master
*> maintenance step (its LOAD, PURGE and REFUSED entries) write
*> to the audit trail carries a run-wide sequence number and a
*> check chained onto the record before it (see audchk), and the
*> trail's last position is kept on a seal file beside the live
*> log. this walks the whole trail in the order it was written -
*> the dated monthly archives (AUDIT-LOG-YYYYMM.TXT) oldest
*> first, then the live log - recomputing every check and
*> following the sequence across the file boundaries, and reports
*> each disturbance it finds: a gap in the sequence (entries
*> deleted), a sequence number out of order (entries duplicated
*> or moved), a check that no longer matches (an entry edited),
*> an unsequenced line after the chain began (a line slipped in
*> by hand), a date earlier than the entry before it or outside
*> its archive's month, and a live log whose end does not meet
*> the seal (entries cut off the end). every file gets a VERIFIED
*> or BROKEN verdict for the audit pack, on the screen and in
*> AUDIT-VERIFY.TXT. entries written before records were chained
*> are counted as pre-chain and left alone. the optional
*> command-line parameter is the month to start from, as YYYYMM,
*> for a trail whose older archives have been handed off - the
*> first chained entry found is then taken as the anchor instead
*> of having to be sequence one

identification division.
program-id. auditver.
environment division.
input-output section.
file-control.
select standard-output assign to display.
select audit-file
assign to audit-file-name
organization is line sequential
file status is audit-file-status.
select seal-file
assign to seal-file-name
organization is line sequential
file status is seal-file-status.
select report-file
assign to report-file-name
organization is line sequential
file status is report-file-status.
select parms-file
assign to parms-file-name
organization is line sequential
file status is parms-file-status.

data division.
file section.
fd standard-output.
01 stdout-record picture x(80).
*> same record layout the converter writes to the audit trail
fd  audit-file.
01 audit-file-record.
    05 log-date picture x(08).
    05 filler picture x(01).
    05 log-input picture x(20).
    05 filler picture x(01).
    05 log-result picture x(20).
    05 filler picture x(01).
    05 log-valid picture x(10).
    05 filler picture x(01).
    05 log-reference picture x(12).
    05 filler picture x(01).
    05 log-operator picture x(08).
    05 filler picture x(01).
    05 log-sequence picture 9(10).
    05 filler picture x(01).
    05 log-check picture 9(10).
*> same seal the converter keeps beside the live log
fd  seal-file.
01 seal-file-record.
    05 seal-sequence picture 9(10).
    05 filler picture x(01).
    05 seal-check picture 9(10).
    05 filler picture x(01).
    05 seal-date picture x(08).
    05 filler picture x(01).
    05 seal-time picture x(06).
fd  report-file.
01 report-file-record picture x(80).
fd  parms-file.
01 parms-file-record picture x(80).

working-storage section.
77 i picture s9(4) usage is computational.
01 audit-file-name picture x(64) value 'AUDIT-LOG.TXT'.
01 audit-file-status picture x(02).
01 live-audit-name picture x(64) value spaces.
01 seal-file-name picture x(64) value spaces.
01 seal-file-status picture x(02).
01 report-file-name picture x(64) value 'AUDIT-VERIFY.TXT'.
01 report-file-status picture x(02).
01 report-line picture x(80).
01 parms-file-name picture x(64) value 'ROMAN-PARMS.TXT'.
01 parms-file-status picture x(02).
77 parms-eof picture a(1) value 'N'.
01 parm-keyword picture x(20) value spaces.
01 parm-value picture x(40) value spaces.
77 equal-pos picture 9(2) value 0.
77 parm-line-length picture 9(2) value 0.
77 parm-value-length picture 9(2) value 0.
01 batch-parm picture x(64) value spaces.
77 batch-parm-length picture 9(2) value 0.
77 name-length picture 9(2) value 0.
77 base-name-length picture 9(2) value 0.
*> the months to walk - from the parameter, or from far enough
*> back to take in any archive this system can have cut
01 from-month picture x(06) value '200001'.
77 anchor-mode picture 9(1) value 0.
01 today-date picture x(08) value spaces.
77 arch-year picture 9(4) value 0.
77 arch-month picture 9(2) value 0.
77 to-year picture 9(4) value 0.
77 to-month picture 9(2) value 0.
01 file-month picture x(06) value spaces.
77 archive-pass picture 9(1) value 0.
*> where the chain stands after the last entry read - carried from
*> one file into the next, which is what proves nothing went
*> missing between them
77 chain-started picture 9(1) value 0.
77 last-sequence picture 9(10) value 0.
77 last-check picture 9(10) value 0.
01 last-date picture x(08) value low-values.
01 chain-text picture x(94) value spaces.
77 computed-check picture 9(10) value 0.
77 missing-count picture 9(10) value 0.
77 finding-sequence picture 9(10) value 0.
77 aud-eof picture a(1) value 'N'.
*> per-file and whole-trail tallies
77 file-entries picture 9(8) value 0.
77 file-pre-chain picture 9(8) value 0.
77 file-findings picture 9(8) value 0.
77 files-verified picture 9(4) value 0.
77 files-broken picture 9(4) value 0.
77 total-entries picture 9(8) value 0.
77 total-pre-chain picture 9(8) value 0.
77 total-findings picture 9(8) value 0.
01 finding-text picture x(60) value spaces.
01 edit-sequence picture z(09)9.
01 edit-sequence-2 picture z(09)9.
01 edit-count-1 picture z(07)9.
01 edit-count-2 picture z(07)9.
01 edit-count-3 picture z(07)9.
77 condition-code picture 9(2) value 0.

procedure division.
    open output standard-output

    *> the audit file name comes from the same optional
    *> run-parameters file the converter reads, so the trail being
    *> verified is the one the batches actually write
    perform 0400-read-run-parameters

    *> the optional command-line parameter is the month to start
    *> from - anything that is not a YYYYMM is reported and the
    *> whole trail is walked instead
    accept batch-parm from command-line
    move 0 to batch-parm-length
    inspect function reverse (batch-parm)
        tallying batch-parm-length
        for leading space
    subtract batch-parm-length from length of batch-parm
        giving batch-parm-length
    if batch-parm-length > 0
        if batch-parm-length = 6 and batch-parm(1:6) is numeric
                and batch-parm(5:2) >= '01' and batch-parm(5:2) <= '12'
            move batch-parm(1:6) to from-month
            move 1 to anchor-mode
        else
            display "Start month not understood: " batch-parm
            display "Expected YYYYMM - verifying the whole trail"
        end-if
    end-if

    perform 1000-derive-names

    open output report-file
    move "Audit trail verification" to report-line
    perform 2900-put-report-line
    move spaces to report-line
    string "Live audit file: " delimited by size
            live-audit-name delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    if anchor-mode = 1
        string "Archives from:   " delimited by size
                from-month delimited by size
                " (chain anchored at the first entry found)"
                    delimited by size
            into report-line
        end-string
    else
        move "Archives from:   the earliest on file" to report-line
    end-if
    perform 2900-put-report-line

    *> the archives first, oldest month first - the order the
    *> entries were written in - then the live log on the end
    accept today-date from date yyyymmdd
    move function numval(from-month(1:4)) to arch-year
    move function numval(from-month(5:2)) to arch-month
    move function numval(today-date(1:4)) to to-year
    move function numval(today-date(5:2)) to to-month
    move 1 to archive-pass
    perform until arch-year > to-year
            or (arch-year = to-year and arch-month > to-month)
        move arch-year to file-month(1:4)
        move arch-month to file-month(5:2)
        move spaces to audit-file-name
        string live-audit-name(1:base-name-length)
                delimited by size
                "-" delimited by size
                file-month delimited by size
                ".TXT" delimited by size
            into audit-file-name
        end-string
        perform 2000-verify-one-file
        add 1 to arch-month
        if arch-month > 12
            move 1 to arch-month
            add 1 to arch-year
        end-if
    end-perform

    move 0 to archive-pass
    move live-audit-name to audit-file-name
    perform 2000-verify-one-file

    move files-verified to edit-count-1
    move files-broken to edit-count-2
    move spaces to report-line
    perform 2900-put-report-line
    move spaces to report-line
    string "Files verified: " delimited by size
            edit-count-1 delimited by size
            "   Files broken: " delimited by size
            edit-count-2 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move total-entries to edit-count-1
    move total-pre-chain to edit-count-2
    move total-findings to edit-count-3
    move spaces to report-line
    string "Entries: " delimited by size
            edit-count-1 delimited by size
            "  pre-chain: " delimited by size
            edit-count-2 delimited by size
            "  findings: " delimited by size
            edit-count-3 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    if files-verified = 0 and files-broken = 0
        move "Trail verdict: NOTHING TO VERIFY" to report-line
        move 16 to condition-code
    else if files-broken > 0
        move "Trail verdict: BROKEN" to report-line
        move 8 to condition-code
    else
        move "Trail verdict: VERIFIED" to report-line
    end-if
    end-if
    perform 2900-put-report-line
    close report-file

    move condition-code to return-code
    stop run.

*> ---------------------------------------------------------------
*> picks the audit file name up from the same optional
*> run-parameters file the converter reads. keywords meant for
*> other programs are simply ignored here
*> ---------------------------------------------------------------
0400-read-run-parameters.
    move 'N' to parms-eof
    open input parms-file
    if parms-file-status = '00'
        perform 0410-process-parm-line until parms-eof = 'Y'
        close parms-file
    end-if.

0410-process-parm-line.
    read parms-file
        at end
            move 'Y' to parms-eof
        not at end
            move 0 to parm-line-length
            inspect function reverse (parms-file-record)
                tallying parm-line-length
                for leading space
            compute parm-line-length = 80 - parm-line-length
            if parm-line-length > 0
                    and parms-file-record(1:1) not = '*'
                move 0 to equal-pos
                perform varying i from 1 by 1
                        until i > parm-line-length or equal-pos > 0
                    if parms-file-record(i:1) = '='
                        move i to equal-pos
                    end-if
                end-perform
                if equal-pos > 1 and equal-pos < parm-line-length
                    move spaces to parm-keyword
                    move function upper-case(
                        parms-file-record(1:equal-pos - 1))
                        to parm-keyword
                    compute parm-value-length =
                        parm-line-length - equal-pos
                    if parm-value-length > 40
                        move 40 to parm-value-length
                    end-if
                    move spaces to parm-value
                    move parms-file-record(equal-pos + 1:
                        parm-value-length) to parm-value
                    if parm-keyword = 'AUDIT-FILE'
                        move parm-value to audit-file-name
                    end-if
                end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> derives the archive and seal names off the live log's - the
*> same base-plus-suffix names auditarc and the converter use, so
*> AUDIT-LOG.TXT archives to AUDIT-LOG-YYYYMM.TXT and seals to
*> AUDIT-LOG-SEAL.TXT
*> ---------------------------------------------------------------
1000-derive-names.
    move audit-file-name to live-audit-name
    move 0 to name-length
    inspect function reverse (live-audit-name)
        tallying name-length
        for leading space
    subtract name-length from length of live-audit-name
        giving name-length
    move name-length to base-name-length
    if name-length > 4
        if function upper-case(live-audit-name(name-length - 3:4))
                = '.TXT'
            subtract 4 from base-name-length
        end-if
    end-if

    move spaces to seal-file-name
    string live-audit-name(1:base-name-length) delimited by size
            "-SEAL.TXT" delimited by size
        into seal-file-name
    end-string.

*> ---------------------------------------------------------------
*> walks one file of the trail and gives it its verdict. a month
*> with no archive is simply skipped; the live log missing is a
*> finding in itself. the chain position carries over from the
*> file before, and the live log is finally held up against the
*> seal before its verdict is given
*> ---------------------------------------------------------------
2000-verify-one-file.
    move 'N' to aud-eof
    open input audit-file
    if audit-file-status = '00' or archive-pass = 0
        perform 2050-walk-one-file
    end-if.

2050-walk-one-file.
    move 0 to file-entries
    move 0 to file-pre-chain
    move 0 to file-findings
    move spaces to report-line
    perform 2900-put-report-line
    move spaces to report-line
    string "File: " delimited by size
            audit-file-name delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    if audit-file-status not = '00'
        move 0 to finding-sequence
        move "LIVE AUDIT LOG MISSING" to finding-text
        perform 2800-put-finding
    else
        perform 2100-verify-one-entry until aud-eof = 'Y'
        close audit-file
        add file-entries to total-entries
        add file-pre-chain to total-pre-chain
        if archive-pass = 0 and chain-started = 1
            perform 2200-check-seal
        end-if
    end-if

    add file-findings to total-findings
    move file-entries to edit-count-1
    move file-pre-chain to edit-count-2
    move file-findings to edit-count-3
    move spaces to report-line
    if file-findings = 0
        add 1 to files-verified
        string "  entries " delimited by size
                edit-count-1 delimited by size
                "  pre-chain " delimited by size
                edit-count-2 delimited by size
                "  findings " delimited by size
                edit-count-3 delimited by size
                "   VERIFIED" delimited by size
            into report-line
        end-string
    else
        add 1 to files-broken
        string "  entries " delimited by size
                edit-count-1 delimited by size
                "  pre-chain " delimited by size
                edit-count-2 delimited by size
                "  findings " delimited by size
                edit-count-3 delimited by size
                "   BROKEN" delimited by size
            into report-line
        end-string
    end-if
    perform 2900-put-report-line.

*> ---------------------------------------------------------------
*> checks one entry against the one before it: its date, then its
*> place in the sequence, then its check. a gap or a step backward
*> means the check cannot be recomputed from the entry before, so
*> only an entry in its proper place has its check tested - and
*> the chain then picks up again from the entry in hand, so one
*> disturbance is reported once, not on every entry after it
*> ---------------------------------------------------------------
2100-verify-one-entry.
    read audit-file
        at end
            move 'Y' to aud-eof
        not at end
            add 1 to file-entries
            move 0 to finding-sequence
            if log-sequence is numeric
                move log-sequence to finding-sequence
            end-if
            perform 2110-check-entry-date
            if log-sequence is not numeric
                    or log-check is not numeric
                if chain-started = 0
                    add 1 to file-pre-chain
                else
                    move "UNSEQUENCED ENTRY INSIDE THE CHAIN"
                        to finding-text
                    perform 2800-put-finding
                end-if
            else if chain-started = 0 and anchor-mode = 1
                *> a walk started part way takes the first chained
                *> entry on trust - there is nothing before it here
                move 1 to chain-started
                move log-sequence to last-sequence
                move log-check to last-check
            else
                move 1 to chain-started
                perform 2120-check-entry-chain
                move log-sequence to last-sequence
                move log-check to last-check
            end-if
            end-if
    end-read.

2110-check-entry-date.
    if log-date < last-date
        move "DATE OUT OF ORDER - earlier than the entry before"
            to finding-text
        perform 2800-put-finding
    else if archive-pass = 1 and log-date(1:6) not = file-month
        move "DATE OUTSIDE THE ARCHIVE'S MONTH" to finding-text
        perform 2800-put-finding
    end-if
    end-if
    move log-date to last-date.

2120-check-entry-chain.
    if log-sequence = last-sequence + 1
        move audit-file-record(1:94) to chain-text
        call "audchk" using chain-text, last-check, computed-check
        if computed-check not = log-check
            move "ALTERED - check does not match the contents"
                to finding-text
            perform 2800-put-finding
        end-if
    else if log-sequence > last-sequence + 1
        compute missing-count = log-sequence - last-sequence - 1
        move missing-count to edit-sequence-2
        move spaces to finding-text
        string "SEQUENCE GAP -" delimited by size
                edit-sequence-2 delimited by size
                " missing" delimited by size
            into finding-text
        end-string
        perform 2800-put-finding
    else
        move last-sequence to edit-sequence-2
        move spaces to finding-text
        string "OUT OF SEQUENCE - follows" delimited by size
                edit-sequence-2 delimited by size
            into finding-text
        end-string
        perform 2800-put-finding
    end-if
    end-if.

*> ---------------------------------------------------------------
*> holds the end of the live log up against the seal. the seal is
*> rewritten after every batch, so a live log ending short of it
*> has lost entries off the end, and one running past it was
*> written by a run that never finished - either way the trail
*> cannot be vouched for. a chained trail with no seal at all
*> cannot have its end checked and is reported the same way
*> ---------------------------------------------------------------
2200-check-seal.
    move last-sequence to finding-sequence
    open input seal-file
    if seal-file-status = '00'
        read seal-file
            at end
                move '10' to seal-file-status
        end-read
        close seal-file
        if seal-file-status not = '00'
                or seal-sequence is not numeric
                or seal-check is not numeric
            move "SEAL UNREADABLE - the end cannot be checked"
                to finding-text
            perform 2800-put-finding
        else if seal-sequence > last-sequence
            compute missing-count = seal-sequence - last-sequence
            move missing-count to edit-sequence-2
            move spaces to finding-text
            string "ENDS SHORT OF THE SEAL -" delimited by size
                    edit-sequence-2 delimited by size
                    " missing" delimited by size
                into finding-text
            end-string
            perform 2800-put-finding
        else if seal-sequence < last-sequence
            move seal-sequence to edit-sequence-2
            move spaces to finding-text
            string "RUNS PAST THE SEAL - sealed at" delimited by size
                    edit-sequence-2 delimited by size
                into finding-text
            end-string
            perform 2800-put-finding
        else if seal-check not = last-check
            move "SEAL MISMATCH - last entry does not match the seal"
                to finding-text
            perform 2800-put-finding
        end-if
        end-if
        end-if
        end-if
    else
        move "NO SEAL - the end of the trail cannot be checked"
            to finding-text
        perform 2800-put-finding
    end-if.

*> ---------------------------------------------------------------
*> one finding line under the file being walked - the sequence
*> number of the entry it was found at, the entry's place in the
*> file, and what was wrong
*> ---------------------------------------------------------------
2800-put-finding.
    add 1 to file-findings
    move finding-sequence to edit-sequence
    move file-entries to edit-count-1
    move spaces to report-line
    string "  seq" delimited by size
            edit-sequence delimited by size
            " entry" delimited by size
            edit-count-1 delimited by size
            "  " delimited by size
            finding-text delimited by size
        into report-line
    end-string
    perform 2900-put-report-line.

*> ---------------------------------------------------------------
*> one report line goes both to the screen for the operator and to
*> the report file for the audit pack
*> ---------------------------------------------------------------
2900-put-report-line.
    display report-line
    move report-line to report-file-record
    write report-file-record.
