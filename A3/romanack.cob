*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> romanack.cob
*> October 15th, 2026
*> this file is the ledger acknowledgement matching step. romanext
*> hands the ledger one INTERFACE file per batch, and the ledger
*> answers each one with an acknowledgement file of its own - a
*> batch-level 'A' record that echoes the feed id, batch id and
*> creation date/time of the INTERFACE header it answers, with an
*> ACCEPTED or REJECTED status, followed by an 'E' line for every
*> detail sequence number its intake refused. until now nobody read
*> those files and we heard about a lost or refused feed when
*> finance phoned a week later. give this program the same
*> parameter the conversion step ran with (a single roman-file or a
*> ".lst" control file) and it matches every batch's INTERFACE file
*> to its acknowledgement - feed id, batch id and creation stamp
*> must all agree, so an acknowledgement of an earlier extract of
*> the same batch does not count - and reports, per batch: accepted,
*> rejected outright, answered with a status it cannot read as
*> either, still awaited, overdue past the configured
*> number of days (ACK-DAYS=, default 3), and each refused detail
*> with the roman numeral and decimal looked up from our own
*> INTERFACE file. the acknowledgement suffix (ACK-SUFFIX=) and the
*> interface suffix follow the optional ROMAN-PARMS.TXT
*> run-parameters file. the report goes to ACK-REPORT.TXT and the
*> worst outcome is handed back as the condition code

identification division.
program-id. romanack.
environment division.
input-output section.
file-control.
select standard-output assign to display.
select interface-file
assign to interface-file-name
organization is line sequential
file status is interface-file-status.
select ack-file
assign to ack-file-name
organization is line sequential
file status is ack-file-status.
select control-file
assign to control-file-name
organization is line sequential
file status is control-file-status.
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
*> the three record shapes romanext writes for the ledger intake
fd  interface-file.
01 interface-header-record.
    05 hdr-type picture x(01).
    05 hdr-feed-id picture x(08).
    05 hdr-batch-id picture x(20).
    05 hdr-date picture x(08).
    05 hdr-time picture x(06).
01 interface-detail-record.
    05 det-type picture x(01).
    05 det-sequence picture 9(06).
    05 det-roman picture x(30).
    05 det-decimal picture 9(07).
01 interface-trailer-record.
    05 trl-type picture x(01).
    05 trl-count picture 9(07).
    05 trl-sum picture 9(12).
*> the ledger's answer - one 'A' record echoing the header of the
*> INTERFACE file it answers with the batch-level status, then one
*> 'E' record per refused detail sequence number
fd  ack-file.
01 ack-header-record.
    05 ack-type picture x(01).
    05 ack-feed-id picture x(08).
    05 ack-batch-id picture x(20).
    05 ack-date picture x(08).
    05 ack-time picture x(06).
    05 ack-status picture x(08).
    05 ack-reason picture x(28).
01 ack-error-record.
    05 err-type picture x(01).
    05 err-sequence picture 9(06).
    05 err-code picture x(04).
    05 err-text picture x(40).
fd  control-file.
01 control-file-record picture x(64).
fd  report-file.
01 report-file-record picture x(80).
fd  parms-file.
01 parms-file-record picture x(80).

working-storage section.
77 i picture s9(4) usage is computational.
77 j picture s9(4) usage is computational.
01 roman-file-name picture x(64) value spaces.
01 interface-file-name picture x(64) value spaces.
01 interface-file-status picture x(02).
01 ack-file-name picture x(64) value spaces.
01 ack-file-status picture x(02).
01 control-file-name picture x(64) value spaces.
01 control-file-status picture x(02).
77 control-file-opened picture 9(1) value 0.
77 control-mode picture 9(1) value 0.
77 ctl-eof picture a(1) value 'N'.
01 report-file-name picture x(64) value 'ACK-REPORT.TXT'.
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
01 interface-suffix picture x(20) value '-INTERFACE.TXT'.
01 ack-suffix picture x(20) value '-ACK.TXT'.
*> how long the ledger gets to answer a feed before an unanswered
*> batch stops being "awaited" and becomes "overdue"
77 ack-days picture 9(4) value 3.
01 batch-parm picture x(64) value spaces.
77 batch-parm-length picture 9(2) value 0.
77 name-length picture 9(2).
77 base-name-length picture 9(2).
77 file-eof picture a(1).
*> the header of our own INTERFACE file, kept once the file has
*> been read past it
77 have-interface picture 9(1) value 0.
01 sent-feed-id picture x(08).
01 sent-batch-id picture x(20).
01 sent-date picture x(08).
01 sent-time picture x(06).
77 have-ack picture 9(1) value 0.
77 ack-matched picture 9(1) value 0.
01 ack-batch-status picture x(08).
01 ack-batch-reason picture x(28).
01 today-date picture x(08) value spaces.
77 today-integer picture 9(8) usage is computational value 0.
77 sent-integer picture 9(8) usage is computational value 0.
77 age-days picture 9(8) value 0.
*> the refused sequence numbers from one acknowledgement, sorted
*> ascending so a single pass over our INTERFACE details (which
*> romanext writes in sequence order) can match every one of them
77 error-count picture 9(4) usage is computational value 0.
77 error-overflow picture 9(4) value 0.
77 error-malformed picture 9(4) value 0.
77 error-index picture 9(4) usage is computational value 0.
01 error-table.
    05 error-entry occurs 500 times.
        10 tbl-err-sequence picture 9(06).
        10 tbl-err-code picture x(04).
        10 tbl-err-text picture x(40).
01 hold-error-entry.
    05 hold-err-sequence picture 9(06).
    05 hold-err-code picture x(04).
    05 hold-err-text picture x(40).
77 refused-count picture 9(6) value 0.
77 unknown-count picture 9(6) value 0.
01 edit-sequence picture 9(06).
01 edit-decimal picture z(06)9.
01 edit-age picture z(03)9.
01 edit-count-1 picture z(05)9.
77 batches-matched picture 9(4) value 0.
77 batches-accepted picture 9(4) value 0.
77 batches-refusals picture 9(4) value 0.
77 batches-awaited picture 9(4) value 0.
77 batches-overdue picture 9(4) value 0.
77 batches-rejected picture 9(4) value 0.
77 batches-unknown picture 9(4) value 0.
77 batches-no-interface picture 9(4) value 0.
77 highest-condition picture 9(2) value 0.
77 condition-code picture 9(2) value 0.

procedure division.
    open output standard-output

    *> the suffixes and the acknowledgement window come from the
    *> same optional run-parameters file the converter reads
    perform 0400-read-run-parameters

    *> the parameter names which batches to match - the same single
    *> roman-file or ".lst" control file the converter ran with
    accept batch-parm from command-line
    move 0 to batch-parm-length
    inspect function reverse (batch-parm)
        tallying batch-parm-length
        for leading space
    subtract batch-parm-length from length of batch-parm
        giving batch-parm-length

    if batch-parm-length = 0
        display "No batch file named - nothing to match"
        move 16 to return-code
        stop run
    end-if

    accept today-date from date yyyymmdd
    compute today-integer =
        function integer-of-date(function numval(today-date))

    open output report-file

    move 0 to control-mode
    if batch-parm-length > 4
        if function upper-case
                (batch-parm(batch-parm-length - 3:4)) = '.LST'
            move 1 to control-mode
        end-if
    end-if

    if control-mode = 1
        move batch-parm to control-file-name
        perform 3000-match-control-file
    else
        move batch-parm to roman-file-name
        perform 2000-match-batch
    end-if

    perform 2800-report-totals
    close report-file
    display "Acknowledgement report written to: " report-file-name

    move highest-condition to return-code
    stop run.

*> ---------------------------------------------------------------
*> folds one event's condition grade into the run's - the worst
*> thing that happened is what the scheduler must see: 0 every
*> batch accepted clean, 4 an acknowledgement is still awaited
*> inside the window, 8 details refused (or the acknowledgement's
*> error lines damaged) or an INTERFACE file missing, 12 a batch
*> rejected outright, answered with a status that is neither
*> ACCEPTED nor REJECTED, or overdue, 16 the run could not start
*> ---------------------------------------------------------------
9400-raise-condition.
    if condition-code > highest-condition
        move condition-code to highest-condition
    end-if.

*> ---------------------------------------------------------------
*> picks the suffixes and the acknowledgement window up from the
*> same optional run-parameters file the converter reads. keywords
*> meant for other programs are simply ignored here
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
                    perform 0420-apply-parm
                end-if
            end-if
    end-read.

0420-apply-parm.
    if parm-keyword = 'INTERFACE-SUFFIX'
        move parm-value to interface-suffix
    else if parm-keyword = 'ACK-SUFFIX'
        move parm-value to ack-suffix
    else if parm-keyword = 'ACK-DAYS'
        move function numval(parm-value) to ack-days
    end-if.

*> ---------------------------------------------------------------
*> derives the INTERFACE and acknowledgement names from the current
*> roman-file-name the same way romanext derives its own, so
*> BATCH1.TXT is matched through BATCH1-INTERFACE.TXT against
*> BATCH1-ACK.TXT
*> ---------------------------------------------------------------
1000-derive-output-names.
    move 0 to name-length
    inspect function reverse (roman-file-name)
        tallying name-length
        for leading space
    subtract name-length from length of roman-file-name
        giving name-length

    move name-length to base-name-length
    if name-length > 4
        if function upper-case(roman-file-name(name-length - 3:4))
                = '.TXT'
            subtract 4 from base-name-length
        end-if
    end-if

    move spaces to interface-file-name
    string roman-file-name(1:base-name-length) delimited by size
            interface-suffix delimited by space
        into interface-file-name
    end-string

    move spaces to ack-file-name
    string roman-file-name(1:base-name-length) delimited by size
            ack-suffix delimited by space
        into ack-file-name
    end-string.

*> ---------------------------------------------------------------
*> matches one batch: reads the header of the INTERFACE file we
*> sent, then the acknowledgement, and weighs the two. a batch with
*> no matching acknowledgement is awaited until ACK-DAYS have
*> passed since its creation date and overdue after that
*> ---------------------------------------------------------------
2000-match-batch.
    perform 1000-derive-output-names
    add 1 to batches-matched

    move spaces to report-line
    string "Matching batch: " delimited by size
            roman-file-name delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    perform 2100-read-interface-header
    if have-interface = 0
        add 1 to batches-no-interface
        move "Verdict: NOT EXTRACTED" to report-line
        perform 2900-put-report-line
        move 8 to condition-code
        perform 9400-raise-condition
    else
        perform 2200-read-acknowledgement
        if ack-matched = 0
            perform 2500-judge-unanswered
        else if ack-batch-status = 'REJECTED'
            add 1 to batches-rejected
            move spaces to report-line
            string "  Rejected by the ledger: " delimited by size
                    ack-batch-reason delimited by size
                into report-line
            end-string
            perform 2900-put-report-line
            move "Verdict: REJECTED" to report-line
            perform 2900-put-report-line
            move 12 to condition-code
            perform 9400-raise-condition
        else if ack-batch-status not = 'ACCEPTED'
            *> neither word - the ledger's answer cannot be read as
            *> taking the feed, so it is not counted as accepted
            add 1 to batches-unknown
            move spaces to report-line
            string "  Status not understood: '" delimited by size
                    ack-batch-status delimited by size
                    "'" delimited by size
                into report-line
            end-string
            perform 2900-put-report-line
            move "Verdict: UNKNOWN STATUS" to report-line
            perform 2900-put-report-line
            move 12 to condition-code
            perform 9400-raise-condition
        else if error-count = 0 and error-overflow = 0
                and error-malformed = 0
            add 1 to batches-accepted
            move "Verdict: ACCEPTED" to report-line
            perform 2900-put-report-line
        else
            perform 2300-report-refusals
            add 1 to batches-refusals
            move "Verdict: ACCEPTED WITH REFUSALS" to report-line
            perform 2900-put-report-line
            move 8 to condition-code
            perform 9400-raise-condition
        end-if
        end-if
        end-if
        end-if
    end-if
    move spaces to report-line
    perform 2900-put-report-line.

*> ---------------------------------------------------------------
*> reads the header of the INTERFACE file we sent for this batch -
*> its feed id, batch id and creation stamp are what the ledger's
*> acknowledgement has to echo back
*> ---------------------------------------------------------------
2100-read-interface-header.
    move 0 to have-interface
    open input interface-file
    if interface-file-status not = '00'
        move spaces to report-line
        string "  Interface file not found: " delimited by size
                interface-file-name delimited by size
            into report-line
        end-string
        perform 2900-put-report-line
    else
        read interface-file
            at end
                continue
            not at end
                if hdr-type = 'H'
                    move 1 to have-interface
                    move hdr-feed-id to sent-feed-id
                    move hdr-batch-id to sent-batch-id
                    move hdr-date to sent-date
                    move hdr-time to sent-time
                end-if
        end-read
        close interface-file
        if have-interface = 0
            move "  Interface file has no header record"
                to report-line
            perform 2900-put-report-line
        else
            move spaces to report-line
            string "  Sent: feed " delimited by size
                    sent-feed-id delimited by size
                    " batch " delimited by size
                    sent-batch-id delimited by space
                    " created " delimited by size
                    sent-date delimited by size
                    " " delimited by size
                    sent-time delimited by size
                into report-line
            end-string
            perform 2900-put-report-line
        end-if
    end-if.

*> ---------------------------------------------------------------
*> reads the ledger's acknowledgement for this batch. the 'A'
*> record must echo our header exactly - an acknowledgement left
*> over from an earlier extract of the same batch answers a feed
*> that was since replaced, and is reported but not counted. the
*> 'E' records of a matching acknowledgement are gathered into the
*> error table for 2300-report-refusals
*> ---------------------------------------------------------------
2200-read-acknowledgement.
    move 0 to have-ack
    move 0 to ack-matched
    move 0 to error-count
    move 0 to error-overflow
    move 0 to error-malformed
    move spaces to ack-batch-status
    move spaces to ack-batch-reason
    move 'N' to file-eof

    open input ack-file
    if ack-file-status = '00'
        read ack-file
            at end
                move 'Y' to file-eof
            not at end
                if ack-type = 'A'
                    move 1 to have-ack
                end-if
        end-read
        if have-ack = 1
            if ack-feed-id = sent-feed-id
                    and ack-batch-id = sent-batch-id
                    and ack-date = sent-date
                    and ack-time = sent-time
                move 1 to ack-matched
                move function upper-case(ack-status)
                    to ack-batch-status
                move ack-reason to ack-batch-reason
                perform 2210-gather-error-line until file-eof = 'Y'
            else
                move spaces to report-line
                string "  Acknowledgement answers another extract: "
                        delimited by size
                        ack-feed-id delimited by size
                        " " delimited by size
                        ack-date delimited by size
                        " " delimited by size
                        ack-time delimited by size
                    into report-line
                end-string
                perform 2900-put-report-line
            end-if
        else
            move "  Acknowledgement file has no 'A' record"
                to report-line
            perform 2900-put-report-line
        end-if
        close ack-file
    end-if.

2210-gather-error-line.
    read ack-file
        at end
            move 'Y' to file-eof
        not at end
            if err-type = 'E'
                if err-sequence is not numeric
                    add 1 to error-malformed
                else if error-count < 500
                    add 1 to error-count
                    move err-sequence to tbl-err-sequence(error-count)
                    move err-code to tbl-err-code(error-count)
                    move err-text to tbl-err-text(error-count)
                else
                    add 1 to error-overflow
                end-if
                end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> lists every detail the ledger refused with the numeral and
*> decimal as we sent them. the error table is sorted into
*> sequence order first, then one pass over our INTERFACE details
*> meets each refused sequence number as it goes by; a number the
*> ledger quotes that is not on our file at all is listed too
*> ---------------------------------------------------------------
2300-report-refusals.
    perform 2310-sort-error-table
    move 0 to refused-count
    move 0 to unknown-count
    move 1 to error-index
    move 'N' to file-eof

    open input interface-file
    if interface-file-status = '00'
        perform 2320-match-one-detail
            until file-eof = 'Y' or error-index > error-count
        close interface-file
    end-if

    perform until error-index > error-count
        perform 2340-report-unknown-sequence
    end-perform

    move refused-count to edit-count-1
    move spaces to report-line
    string "  Details refused:      " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    if unknown-count > 0
        move unknown-count to edit-count-1
        move spaces to report-line
        string "  Not on our file:      " delimited by size
                edit-count-1 delimited by size
            into report-line
        end-string
        perform 2900-put-report-line
    end-if
    if error-overflow > 0
        move error-overflow to edit-count-1
        move spaces to report-line
        string "  Further lines unread: " delimited by size
                edit-count-1 delimited by size
            into report-line
        end-string
        perform 2900-put-report-line
    end-if
    *> an 'E' line with no sequence number to match was read, but
    *> it is a damaged acknowledgement, not one too long to hold
    if error-malformed > 0
        move error-malformed to edit-count-1
        move spaces to report-line
        string "  Malformed ack lines:  " delimited by size
                edit-count-1 delimited by size
            into report-line
        end-string
        perform 2900-put-report-line
    end-if.

*> insertion sort on the refused sequence number - an
*> acknowledgement carries a few hundred error lines at most
2310-sort-error-table.
    perform varying i from 2 by 1 until i > error-count
        move error-entry(i) to hold-error-entry
        move i to j
        perform until j < 2
                or tbl-err-sequence(j - 1) <= hold-err-sequence
            move error-entry(j - 1) to error-entry(j)
            subtract 1 from j
        end-perform
        move hold-error-entry to error-entry(j)
    end-perform.

2320-match-one-detail.
    read interface-file
        at end
            move 'Y' to file-eof
        not at end
            if det-type = 'D'
                perform until error-index > error-count
                        or tbl-err-sequence(error-index)
                            >= det-sequence
                    perform 2340-report-unknown-sequence
                end-perform
                perform until error-index > error-count
                        or tbl-err-sequence(error-index)
                            not = det-sequence
                    perform 2330-report-refused-detail
                end-perform
            end-if
    end-read.

2330-report-refused-detail.
    add 1 to refused-count
    move det-sequence to edit-sequence
    move det-decimal to edit-decimal
    move spaces to report-line
    string "  REFUSED " delimited by size
            edit-sequence delimited by size
            " " delimited by size
            det-roman delimited by space
            " = " delimited by size
            edit-decimal delimited by size
            " " delimited by size
            tbl-err-code(error-index) delimited by size
            " " delimited by size
            tbl-err-text(error-index) delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    add 1 to error-index.

2340-report-unknown-sequence.
    add 1 to unknown-count
    move tbl-err-sequence(error-index) to edit-sequence
    move spaces to report-line
    string "  REFUSED " delimited by size
            edit-sequence delimited by size
            " not on our interface file " delimited by size
            tbl-err-code(error-index) delimited by size
            " " delimited by size
            tbl-err-text(error-index) delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    add 1 to error-index.

*> ---------------------------------------------------------------
*> a batch with no acknowledgement of the feed we sent: how long
*> ago we created it decides between still awaited and overdue
*> ---------------------------------------------------------------
2500-judge-unanswered.
    move 0 to age-days
    if sent-date is numeric
        compute sent-integer =
            function integer-of-date(function numval(sent-date))
        if today-integer > sent-integer
            compute age-days = today-integer - sent-integer
        end-if
    end-if
    move age-days to edit-age
    move spaces to report-line
    string "  No acknowledgement - days since sent: "
            delimited by size
            edit-age delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    if age-days > ack-days
        add 1 to batches-overdue
        move "Verdict: OVERDUE" to report-line
        perform 2900-put-report-line
        move 12 to condition-code
        perform 9400-raise-condition
    else
        add 1 to batches-awaited
        move "Verdict: AWAITED" to report-line
        perform 2900-put-report-line
        move 4 to condition-code
        perform 9400-raise-condition
    end-if.

*> ---------------------------------------------------------------
*> the run's totals close the report, so the morning check reads
*> one block instead of every batch's verdict
*> ---------------------------------------------------------------
2800-report-totals.
    move "-------------ACKNOWLEDGEMENT TOTALS---------------"
        to report-line
    perform 2900-put-report-line
    move spaces to report-line
    string "Batches matched:        " delimited by size
            batches-matched delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Accepted:               " delimited by size
            batches-accepted delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Accepted with refusals: " delimited by size
            batches-refusals delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Rejected:               " delimited by size
            batches-rejected delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Unknown status:         " delimited by size
            batches-unknown delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Awaited:                " delimited by size
            batches-awaited delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Overdue:                " delimited by size
            batches-overdue delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Not extracted:          " delimited by size
            batches-no-interface delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move "---------------------------------------------------"
        to report-line
    perform 2900-put-report-line.

*> ---------------------------------------------------------------
*> reads a .lst control file one filename per line and matches the
*> acknowledgement of each batch it names
*> ---------------------------------------------------------------
3000-match-control-file.
    move 'N' to ctl-eof
    open input control-file

    move 0 to control-file-opened
    if control-file-status = '00'
        move 1 to control-file-opened
    else
        display "Control file not found: " control-file-name
        move 'Y' to ctl-eof
        move 16 to condition-code
        perform 9400-raise-condition
    end-if

    perform until ctl-eof = 'Y'
        read control-file
            at end
                move 'Y' to ctl-eof
            not at end
                move spaces to roman-file-name
                move control-file-record to roman-file-name
                perform 2000-match-batch
        end-read
    end-perform

    if control-file-opened = 1
        close control-file
    end-if.

*> ---------------------------------------------------------------
*> one report line goes both to the screen for the operator and to
*> the report file for the record
*> ---------------------------------------------------------------
2900-put-report-line.
    display report-line
    move report-line to report-file-record
    write report-file-record.
