*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> romantrd.cob
*> October 15th, 2026
*> this file is the run journal trend and capacity report. the
*> converter appends a timed record per batch to RUN-JOURNAL.TXT,
*> but a raw column dump answers nothing by itself. this program
*> reads the journal and summarizes it two ways - by batch name and
*> by week (weeks start on a monday) - with the elapsed seconds,
*> lines per second, converted-to-rejected ratio and master hit
*> rate (values the master file answered against values that still
*> went through conv) for each. every batch's latest run is held up
*> against its own trailing average of earlier runs, and a batch
*> whose elapsed time or reject rate has drifted well above it is
*> flagged. last, the nightly totals - every batch run in one
*> night's window added together - are fitted to a straight line
*> over the most recent nights, and the report projects the night
*> the total will outgrow the batch window at that rate of growth.
*> a window runs across midnight, so a run is counted to the night
*> it started in: one starting before the night's start hour
*> (noon, unless NIGHT-START-HOUR= says otherwise) belongs to the
*> night of the day before, and the weeks are made up of nights
*> the same way. the journal name, the window, the night's start
*> hour, the trailing run count, the drift tolerance and the
*> number of nights the projection is fitted over all come
*> from the optional ROMAN-PARMS.TXT run-parameters file, and an
*> optional command-line parameter of the form YYYYMMDD-YYYYMMDD
*> limits the report to that date range, the same as auditrpt. the
*> report goes to TREND-REPORT.TXT

identification division.
program-id. romantrd.
environment division.
input-output section.
file-control.
select standard-output assign to display.
select journal-file
assign to journal-file-name
organization is line sequential
file status is journal-file-status.
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
*> same journal record the converter appends per batch
fd  journal-file.
01 journal-file-record.
    05 jrn-batch picture x(30).
    05 filler picture x(01).
    05 jrn-date picture x(08).
    05 filler picture x(01).
    05 jrn-start-time picture x(06).
    05 filler picture x(01).
    05 jrn-end-time picture x(06).
    05 filler picture x(01).
    05 jrn-lines picture 9(08).
    05 filler picture x(01).
    05 jrn-converted picture 9(08).
    05 filler picture x(01).
    05 jrn-rejected picture 9(08).
    05 filler picture x(01).
    05 jrn-master-hits picture 9(08).
    05 filler picture x(01).
    05 jrn-conv-calls picture 9(08).
    05 filler picture x(01).
    05 jrn-elapsed picture 9(06).
    05 filler picture x(01).
    05 jrn-per-second picture z(05)9.99.
    05 filler picture x(01).
    05 jrn-suspect picture 9(08).
    05 filler picture x(01).
    05 jrn-operator picture x(08).
fd  report-file.
01 report-file-record picture x(80).
fd  parms-file.
01 parms-file-record picture x(80).

working-storage section.
77 i picture s9(4) usage is computational.
77 j picture s9(4) usage is computational.
01 journal-file-name picture x(64) value 'RUN-JOURNAL.TXT'.
01 journal-file-status picture x(02).
01 report-file-name picture x(64) value 'TREND-REPORT.TXT'.
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
01 report-from-date picture x(08) value low-values.
01 report-to-date picture x(08) value high-values.
77 jrn-eof picture a(1) value 'N'.
*> the batch window the nightly total has to fit inside, in
*> seconds - six hours unless WINDOW-SECONDS= says otherwise
77 window-seconds picture 9(6) value 21600.
*> the hour of the day a night's window is counted from - a run
*> starting before it belongs to the previous date's night
77 night-start-hour picture 9(2) value 12.
*> how many earlier runs of a batch its latest run is averaged
*> against (TRAILING-RUNS=, at most 10), and how far above that
*> average, in percent, counts as drift (DRIFT-PERCENT=)
77 trailing-runs picture 9(2) value 5.
77 drift-percent picture 9(3) value 50.
*> a drift must also be worth someone's time - a batch going from
*> two seconds to four is not news, however big the percentage
77 drift-floor-seconds picture 9(6) value 60.
77 drift-floor-rate picture 9(3)v99 value 1.00.
*> how many of the most recent nights the growth line is fitted
*> over (FORECAST-NIGHTS=), and how close a projected outgrowth
*> must be before the report raises its condition code for it
77 forecast-nights picture 9(3) value 28.
77 warn-nights picture 9(3) value 30.
77 entries-read picture 9(8) value 0.
77 entries-reported picture 9(8) value 0.
*> per-batch totals, with the batch's most recent runs kept in
*> arrival order - the last slot is the latest run, the slots
*> before it are what it is measured against
77 batch-count picture 9(4) usage is computational value 0.
77 batch-found picture 9(1) value 0.
77 batch-slot picture 9(4) usage is computational value 0.
77 batch-overflow picture 9(8) value 0.
01 batch-table.
    05 batch-entry occurs 200 times.
        10 tbl-batch picture x(30).
        10 tbl-runs picture 9(6).
        10 tbl-elapsed picture 9(10).
        10 tbl-lines picture 9(10).
        10 tbl-converted picture 9(10).
        10 tbl-rejected picture 9(10).
        10 tbl-hits picture 9(10).
        10 tbl-calls picture 9(10).
        10 tbl-hist-count picture 9(2).
        10 tbl-history occurs 11 times.
            15 tbl-hist-date picture x(08).
            15 tbl-hist-elapsed picture 9(6).
            15 tbl-hist-rate picture 9(3)v99.
*> per-week totals, weeks in the order they first appear
77 week-count picture 9(4) usage is computational value 0.
77 week-found picture 9(1) value 0.
77 week-overflow picture 9(8) value 0.
01 week-table.
    05 week-entry occurs 260 times.
        10 tbl-week-start picture 9(8).
        10 tbl-week-runs picture 9(6).
        10 tbl-week-elapsed picture 9(10).
        10 tbl-week-lines picture 9(10).
        10 tbl-week-converted picture 9(10).
        10 tbl-week-rejected picture 9(10).
        10 tbl-week-hits picture 9(10).
        10 tbl-week-calls picture 9(10).
*> nightly totals - every batch run in one night's window added
*> together, which is what has to fit inside the window
77 night-count picture 9(4) usage is computational value 0.
77 night-found picture 9(1) value 0.
77 night-overflow picture 9(8) value 0.
01 night-table.
    05 night-entry occurs 1000 times.
        10 tbl-night-date picture 9(8).
        10 tbl-night-integer picture 9(8).
        10 tbl-night-elapsed picture 9(8).
77 entry-date-integer picture 9(8) usage is computational value 0.
77 entry-night-integer picture 9(8) usage is computational value 0.
77 entry-week-integer picture 9(8) usage is computational value 0.
77 entry-week-start picture 9(8) value 0.
77 entry-reject-rate picture 9(3)v99 value 0.
*> the drift check for one batch
77 prior-runs picture 9(2) value 0.
77 trailing-elapsed picture 9(8)v99 value 0.
77 trailing-rate picture 9(5)v99 value 0.
77 latest-elapsed picture 9(6) value 0.
77 latest-rate picture 9(3)v99 value 0.
77 elapsed-drifted picture 9(1) value 0.
77 rate-drifted picture 9(1) value 0.
77 batches-drifted picture 9(4) value 0.
*> the straight-line fit of nightly totals against the day number
*> of each night, counted from the first night fitted
77 fit-first picture s9(4) usage is computational value 0.
77 fit-nights picture s9(4) usage is computational value 0.
77 fit-x picture s9(8) usage is computational value 0.
77 sum-x picture s9(12) usage is computational value 0.
77 sum-y picture s9(14) usage is computational value 0.
77 sum-xx picture s9(16) usage is computational value 0.
77 sum-xy picture s9(18) usage is computational value 0.
77 fit-divisor picture s9(18) usage is computational value 0.
77 fit-slope picture s9(8)v9(4) value 0.
77 fit-latest picture s9(10)v99 value 0.
77 peak-night picture 9(8) value 0.
77 peak-elapsed picture 9(8) value 0.
77 nights-left picture 9(8) value 0.
77 outgrow-integer picture 9(8) value 0.
77 outgrow-date picture 9(8) value 0.
*> working figures for one summary row's ratios
77 fmt-lines picture 9(10) value 0.
77 fmt-elapsed picture 9(10) value 0.
77 fmt-converted picture 9(10) value 0.
77 fmt-rejected picture 9(10) value 0.
77 fmt-hits picture 9(10) value 0.
77 fmt-calls picture 9(10) value 0.
77 fmt-per-second picture 9(8)v99 value 0.
77 fmt-ratio picture 9(8)v9 value 0.
77 fmt-hit-rate picture 9(3)v9 value 0.
01 fmt-ratio-text picture x(09).
01 fmt-hit-text picture x(06).
01 edit-ratio picture z(4)9.9.
01 edit-hit-rate picture zz9.9.
01 batch-row.
    05 brow-batch picture x(20).
    05 filler picture x(01).
    05 brow-runs picture z(4)9.
    05 filler picture x(01).
    05 brow-elapsed picture z(6)9.
    05 filler picture x(01).
    05 brow-per-second picture z(6)9.99.
    05 filler picture x(01).
    05 brow-ratio picture x(09).
    05 filler picture x(01).
    05 brow-hit picture x(06).
    05 filler picture x(01).
    05 brow-flag picture x(14).
01 week-row.
    05 wrow-week picture 9(08).
    05 filler picture x(02).
    05 wrow-nights picture z9.
    05 filler picture x(01).
    05 wrow-runs picture z(4)9.
    05 filler picture x(01).
    05 wrow-elapsed picture z(7)9.
    05 filler picture x(01).
    05 wrow-night-average picture z(6)9.
    05 filler picture x(01).
    05 wrow-per-second picture z(6)9.99.
    05 filler picture x(01).
    05 wrow-ratio picture x(09).
    05 filler picture x(01).
    05 wrow-hit picture x(06).
77 week-nights picture 9(2) value 0.
77 week-end-integer picture 9(8) value 0.
01 edit-seconds-1 picture z(7)9.
01 edit-seconds-2 picture z(7)9.
01 edit-rate-1 picture zz9.99.
01 edit-rate-2 picture zz9.99.
01 edit-slope picture -(6)9.99.
01 edit-percent picture zz9.9.
77 window-percent picture 9(3)v9 value 0.
01 edit-count-1 picture z(7)9.
77 highest-condition picture 9(2) value 0.
77 condition-code picture 9(2) value 0.

procedure division.
    open output standard-output

    *> the journal name and the trend settings come from the same
    *> optional run-parameters file the converter reads
    perform 0400-read-run-parameters

    *> the optional command-line parameter narrows the report to a
    *> from/to date range, e.g. 20260801-20261015 - anything else
    *> (or no parameter at all) reports the whole journal
    accept batch-parm from command-line
    move 0 to batch-parm-length
    inspect function reverse (batch-parm)
        tallying batch-parm-length
        for leading space
    subtract batch-parm-length from length of batch-parm
        giving batch-parm-length

    if batch-parm-length = 17 and batch-parm(9:1) = '-'
        move batch-parm(1:8) to report-from-date
        move batch-parm(10:8) to report-to-date
    else if batch-parm-length > 0
        display "Date range parameter not understood: " batch-parm
        display "Expected YYYYMMDD-YYYYMMDD - reporting everything"
    end-if
    end-if

    move 'N' to jrn-eof
    open input journal-file
    if journal-file-status not = '00'
        display "Run journal not found: " journal-file-name
        move 16 to return-code
        stop run
    end-if
    perform 1000-tally-journal-entry until jrn-eof = 'Y'
    close journal-file

    if entries-reported = 0
        display "No journal entries to report in " journal-file-name
        move 16 to return-code
        stop run
    end-if

    open output report-file
    perform 2000-report-by-batch
    perform 3000-report-by-week
    perform 4000-report-capacity
    close report-file
    display "Trend report written to: " report-file-name

    move highest-condition to return-code
    stop run.

*> ---------------------------------------------------------------
*> folds one finding's grade into the run's: 0 nothing to flag,
*> 4 a batch has drifted above its own trailing average, 8 the
*> nightly total is already over the window or projected to
*> outgrow it within warn-nights, 16 there was nothing to report
*> ---------------------------------------------------------------
9400-raise-condition.
    if condition-code > highest-condition
        move condition-code to highest-condition
    end-if.

*> ---------------------------------------------------------------
*> picks the journal name and the trend settings up from the same
*> optional run-parameters file the converter reads. keywords
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
    if parm-keyword = 'JOURNAL-FILE'
        move parm-value to journal-file-name
    else if parm-keyword = 'WINDOW-SECONDS'
        move function numval(parm-value) to window-seconds
    else if parm-keyword = 'NIGHT-START-HOUR'
        move function numval(parm-value) to night-start-hour
        if night-start-hour > 23
            move 12 to night-start-hour
        end-if
    else if parm-keyword = 'TRAILING-RUNS'
        move function numval(parm-value) to trailing-runs
        if trailing-runs > 10
            move 10 to trailing-runs
        end-if
        if trailing-runs < 1
            move 1 to trailing-runs
        end-if
    else if parm-keyword = 'DRIFT-PERCENT'
        move function numval(parm-value) to drift-percent
    else if parm-keyword = 'FORECAST-NIGHTS'
        move function numval(parm-value) to forecast-nights
        if forecast-nights < 3
            move 3 to forecast-nights
        end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

*> ---------------------------------------------------------------
*> reads the next journal record and, if it falls inside the date
*> range, rolls it into the batch, week and night tables. records
*> arrive in the order the converter appended them, so each
*> batch's history is already in run order
*> ---------------------------------------------------------------
1000-tally-journal-entry.
    read journal-file
        at end
            move 'Y' to jrn-eof
        not at end
            add 1 to entries-read
            if jrn-date >= report-from-date
                    and jrn-date <= report-to-date
                    and jrn-date is numeric
                add 1 to entries-reported
                if jrn-lines > 0
                    compute entry-reject-rate rounded =
                        jrn-rejected * 100 / jrn-lines
                else
                    move 0 to entry-reject-rate
                end-if
                compute entry-date-integer =
                    function integer-of-date(function numval(jrn-date))
                *> the night the run belongs to - the run's own date,
                *> or the day before when it started in the small
                *> hours of a window that opened the evening before
                move entry-date-integer to entry-night-integer
                if jrn-start-time(1:2) is numeric
                    if function numval(jrn-start-time(1:2))
                            < night-start-hour
                        subtract 1 from entry-night-integer
                    end-if
                end-if
                *> day one of the calendar these integers count from
                *> was a monday, so this backs up to the monday
                *> starting the week of the record's night
                compute entry-week-integer = entry-night-integer
                    - function mod(entry-night-integer - 1, 7)
                compute entry-week-start =
                    function date-of-integer(entry-week-integer)
                perform 1100-tally-batch
                perform 1200-tally-week
                perform 1300-tally-night
            end-if
    end-read.

*> ---------------------------------------------------------------
*> finds (or adds) the batch and adds the run to its totals and to
*> its run history. a full history drops its oldest run first
*> ---------------------------------------------------------------
1100-tally-batch.
    move 0 to batch-found
    perform varying i from 1 by 1
            until i > batch-count or batch-found = 1
        if tbl-batch(i) = jrn-batch
            move 1 to batch-found
            move i to batch-slot
        end-if
    end-perform
    if batch-found = 0
        if batch-count < 200
            add 1 to batch-count
            move batch-count to batch-slot
            move jrn-batch to tbl-batch(batch-slot)
            move 0 to tbl-runs(batch-slot)
            move 0 to tbl-elapsed(batch-slot)
            move 0 to tbl-lines(batch-slot)
            move 0 to tbl-converted(batch-slot)
            move 0 to tbl-rejected(batch-slot)
            move 0 to tbl-hits(batch-slot)
            move 0 to tbl-calls(batch-slot)
            move 0 to tbl-hist-count(batch-slot)
            move 1 to batch-found
        else
            add 1 to batch-overflow
        end-if
    end-if

    if batch-found = 1
        add 1 to tbl-runs(batch-slot)
        add jrn-elapsed to tbl-elapsed(batch-slot)
        add jrn-lines to tbl-lines(batch-slot)
        add jrn-converted to tbl-converted(batch-slot)
        add jrn-rejected to tbl-rejected(batch-slot)
        add jrn-master-hits to tbl-hits(batch-slot)
        add jrn-conv-calls to tbl-calls(batch-slot)

        if tbl-hist-count(batch-slot) > trailing-runs
            perform varying j from 1 by 1
                    until j > tbl-hist-count(batch-slot) - 1
                move tbl-history(batch-slot, j + 1)
                    to tbl-history(batch-slot, j)
            end-perform
        else
            add 1 to tbl-hist-count(batch-slot)
        end-if
        move tbl-hist-count(batch-slot) to j
        move jrn-date to tbl-hist-date(batch-slot, j)
        move jrn-elapsed to tbl-hist-elapsed(batch-slot, j)
        move entry-reject-rate to tbl-hist-rate(batch-slot, j)
    end-if.

*> ---------------------------------------------------------------
*> finds (or adds) the record's week and adds the run to it
*> ---------------------------------------------------------------
1200-tally-week.
    move 0 to week-found
    perform varying i from week-count by -1
            until i < 1 or week-found = 1
        if tbl-week-start(i) = entry-week-start
            move 1 to week-found
            add 1 to tbl-week-runs(i)
            add jrn-elapsed to tbl-week-elapsed(i)
            add jrn-lines to tbl-week-lines(i)
            add jrn-converted to tbl-week-converted(i)
            add jrn-rejected to tbl-week-rejected(i)
            add jrn-master-hits to tbl-week-hits(i)
            add jrn-conv-calls to tbl-week-calls(i)
        end-if
    end-perform
    if week-found = 0
        if week-count < 260
            add 1 to week-count
            move entry-week-start to tbl-week-start(week-count)
            move 1 to tbl-week-runs(week-count)
            move jrn-elapsed to tbl-week-elapsed(week-count)
            move jrn-lines to tbl-week-lines(week-count)
            move jrn-converted to tbl-week-converted(week-count)
            move jrn-rejected to tbl-week-rejected(week-count)
            move jrn-master-hits to tbl-week-hits(week-count)
            move jrn-conv-calls to tbl-week-calls(week-count)
        else
            add 1 to week-overflow
        end-if
    end-if.

*> ---------------------------------------------------------------
*> finds (or adds) the record's night and adds its elapsed time to
*> the night's total. the night is dated by the day its window
*> opened, so both halves of a window that crosses midnight add
*> into the one total
*> ---------------------------------------------------------------
1300-tally-night.
    move 0 to night-found
    perform varying i from night-count by -1
            until i < 1 or night-found = 1
        if tbl-night-integer(i) = entry-night-integer
            move 1 to night-found
            add jrn-elapsed to tbl-night-elapsed(i)
        end-if
    end-perform
    if night-found = 0
        if night-count < 1000
            add 1 to night-count
            move function date-of-integer(entry-night-integer)
                to tbl-night-date(night-count)
            move entry-night-integer to tbl-night-integer(night-count)
            move jrn-elapsed to tbl-night-elapsed(night-count)
        else
            add 1 to night-overflow
        end-if
    end-if.

*> ---------------------------------------------------------------
*> one row per batch name with its totals over the period, and the
*> drift check of its latest run against the runs before it
*> ---------------------------------------------------------------
2000-report-by-batch.
    move "-------------RUN JOURNAL TRENDS------------------"
        to report-line
    perform 2900-put-report-line
    move spaces to report-line
    string "Journal: " delimited by size
            journal-file-name delimited by space
        into report-line
    end-string
    perform 2900-put-report-line
    if report-from-date not = low-values
        move spaces to report-line
        string "Period:  " delimited by size
                report-from-date delimited by size
                " to " delimited by size
                report-to-date delimited by size
            into report-line
        end-string
        perform 2900-put-report-line
    end-if
    move entries-reported to edit-count-1
    move spaces to report-line
    string "Runs reported:  " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move spaces to report-line
    perform 2900-put-report-line
    move "BY BATCH" to report-line
    perform 2900-put-report-line
    move "BATCH                 RUNS AVG-SEC  LINES/SEC  CONV:REJ MASTER FLAG"
        to report-line
    perform 2900-put-report-line

    perform varying batch-slot from 1 by 1 until batch-slot > batch-count
        perform 2100-put-batch-row
    end-perform

    if batch-overflow > 0
        move batch-overflow to edit-count-1
        move spaces to report-line
        string "Batch table full - runs not summarized:"
                delimited by size
                edit-count-1 delimited by size
            into report-line
        end-string
        perform 2900-put-report-line
    end-if.

2100-put-batch-row.
    move tbl-lines(batch-slot) to fmt-lines
    move tbl-elapsed(batch-slot) to fmt-elapsed
    move tbl-converted(batch-slot) to fmt-converted
    move tbl-rejected(batch-slot) to fmt-rejected
    move tbl-hits(batch-slot) to fmt-hits
    move tbl-calls(batch-slot) to fmt-calls
    perform 2950-format-ratios

    perform 2200-check-drift

    move spaces to batch-row
    move tbl-batch(batch-slot) to brow-batch
    move tbl-runs(batch-slot) to brow-runs
    compute brow-elapsed rounded =
        tbl-elapsed(batch-slot) / tbl-runs(batch-slot)
    move fmt-per-second to brow-per-second
    move fmt-ratio-text to brow-ratio
    move fmt-hit-text to brow-hit
    if elapsed-drifted = 1 and rate-drifted = 1
        move 'SLOWER+REJECTS' to brow-flag
    else if elapsed-drifted = 1
        move 'SLOWER' to brow-flag
    else if rate-drifted = 1
        move 'MORE REJECTS' to brow-flag
    end-if
    end-if
    end-if
    move batch-row to report-line
    perform 2900-put-report-line

    *> a drifted batch gets the figures behind its flag
    if elapsed-drifted = 1 or rate-drifted = 1
        add 1 to batches-drifted
        move 4 to condition-code
        perform 9400-raise-condition
        move latest-elapsed to edit-seconds-1
        move trailing-elapsed to edit-seconds-2
        move latest-rate to edit-rate-1
        move trailing-rate to edit-rate-2
        move tbl-hist-count(batch-slot) to j
        move spaces to report-line
        string "  latest " delimited by size
                tbl-hist-date(batch-slot, j) delimited by size
                ":" delimited by size
                edit-seconds-1 delimited by size
                "s vs" delimited by size
                edit-seconds-2 delimited by size
                "s, rejects " delimited by size
                edit-rate-1 delimited by size
                "% vs " delimited by size
                edit-rate-2 delimited by size
                "%" delimited by size
            into report-line
        end-string
        perform 2900-put-report-line
    end-if.

*> ---------------------------------------------------------------
*> holds the batch's latest run against the average of the runs
*> before it in its history. a batch needs two earlier runs before
*> it has an average worth drifting from, and the rise has to clear
*> both the percentage and the floor to count
*> ---------------------------------------------------------------
2200-check-drift.
    move 0 to elapsed-drifted
    move 0 to rate-drifted
    move 0 to trailing-elapsed
    move 0 to trailing-rate
    compute prior-runs = tbl-hist-count(batch-slot) - 1
    move tbl-hist-count(batch-slot) to j
    move tbl-hist-elapsed(batch-slot, j) to latest-elapsed
    move tbl-hist-rate(batch-slot, j) to latest-rate

    if prior-runs >= 2
        perform varying j from 1 by 1 until j > prior-runs
            add tbl-hist-elapsed(batch-slot, j) to trailing-elapsed
            add tbl-hist-rate(batch-slot, j) to trailing-rate
        end-perform
        compute trailing-elapsed rounded = trailing-elapsed / prior-runs
        compute trailing-rate rounded = trailing-rate / prior-runs

        if latest-elapsed * 100
                > trailing-elapsed * (100 + drift-percent)
                and latest-elapsed - trailing-elapsed
                    >= drift-floor-seconds
            move 1 to elapsed-drifted
        end-if
        if latest-rate * 100
                > trailing-rate * (100 + drift-percent)
                and latest-rate - trailing-rate >= drift-floor-rate
            move 1 to rate-drifted
        end-if
    end-if.

*> ---------------------------------------------------------------
*> one report line goes both to the screen for the operator and to
*> the report file for the record
*> ---------------------------------------------------------------
2900-put-report-line.
    display report-line
    move report-line to report-file-record
    write report-file-record.

*> ---------------------------------------------------------------
*> turns one row's totals into its rates: lines per second (a run
*> inside the clock's one-second grain counts its whole line count,
*> the way the converter journals it), converted per rejected, and
*> the share of values the master file answered without a conv
*> call
*> ---------------------------------------------------------------
2950-format-ratios.
    if fmt-elapsed > 0
        compute fmt-per-second rounded = fmt-lines / fmt-elapsed
    else
        move fmt-lines to fmt-per-second
    end-if

    move spaces to fmt-ratio-text
    if fmt-rejected = 0
        move 'NO REJ' to fmt-ratio-text
    else
        compute fmt-ratio rounded = fmt-converted / fmt-rejected
        move fmt-ratio to edit-ratio
        string edit-ratio delimited by size
                ":1" delimited by size
            into fmt-ratio-text
        end-string
    end-if

    move spaces to fmt-hit-text
    if fmt-hits + fmt-calls = 0
        move '   -' to fmt-hit-text
    else
        compute fmt-hit-rate rounded =
            fmt-hits * 100 / (fmt-hits + fmt-calls)
        move fmt-hit-rate to edit-hit-rate
        string edit-hit-rate delimited by size
                "%" delimited by size
            into fmt-hit-text
        end-string
    end-if.

*> ---------------------------------------------------------------
*> one row per week: the nights in it that ran anything, its runs,
*> total and average-per-night elapsed seconds, and its rates
*> ---------------------------------------------------------------
3000-report-by-week.
    move spaces to report-line
    perform 2900-put-report-line
    move "BY WEEK" to report-line
    perform 2900-put-report-line
    move "WEEK OF  NIGHTS RUNS TOTAL-SEC NIGHT-SEC LINES/SEC  CONV:REJ MASTER"
        to report-line
    perform 2900-put-report-line

    perform varying i from 1 by 1 until i > week-count
        move tbl-week-lines(i) to fmt-lines
        move tbl-week-elapsed(i) to fmt-elapsed
        move tbl-week-converted(i) to fmt-converted
        move tbl-week-rejected(i) to fmt-rejected
        move tbl-week-hits(i) to fmt-hits
        move tbl-week-calls(i) to fmt-calls
        perform 2950-format-ratios

        compute week-end-integer =
            function integer-of-date(tbl-week-start(i)) + 6
        move 0 to week-nights
        perform varying j from 1 by 1 until j > night-count
            if tbl-night-integer(j) <= week-end-integer
                    and tbl-night-integer(j) + 6 >= week-end-integer
                add 1 to week-nights
            end-if
        end-perform

        move spaces to week-row
        move tbl-week-start(i) to wrow-week
        move week-nights to wrow-nights
        move tbl-week-runs(i) to wrow-runs
        move tbl-week-elapsed(i) to wrow-elapsed
        if week-nights > 0
            compute wrow-night-average rounded =
                tbl-week-elapsed(i) / week-nights
        else
            move 0 to wrow-night-average
        end-if
        move fmt-per-second to wrow-per-second
        move fmt-ratio-text to wrow-ratio
        move fmt-hit-text to wrow-hit
        move week-row to report-line
        perform 2900-put-report-line
    end-perform.

*> ---------------------------------------------------------------
*> fits a straight line through the nightly totals of the most
*> recent forecast-nights nights - day number across, elapsed
*> seconds up - and projects the night the line crosses the
*> window. a flat or shrinking total never outgrows it
*> ---------------------------------------------------------------
4000-report-capacity.
    move spaces to report-line
    perform 2900-put-report-line
    move "CAPACITY" to report-line
    perform 2900-put-report-line

    move window-seconds to edit-seconds-1
    move spaces to report-line
    string "Batch window:          " delimited by size
            edit-seconds-1 delimited by size
            " seconds" delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move 0 to peak-elapsed
    perform varying i from 1 by 1 until i > night-count
        if tbl-night-elapsed(i) >= peak-elapsed
            move tbl-night-elapsed(i) to peak-elapsed
            move tbl-night-date(i) to peak-night
        end-if
    end-perform

    move tbl-night-elapsed(night-count) to edit-seconds-1
    compute window-percent rounded =
        tbl-night-elapsed(night-count) * 100 / window-seconds
        on size error
            move 999.9 to window-percent
    end-compute
    move window-percent to edit-percent
    move spaces to report-line
    string "Latest night " delimited by size
            tbl-night-date(night-count) delimited by size
            ": " delimited by size
            edit-seconds-1 delimited by size
            " seconds, " delimited by size
            edit-percent delimited by size
            "% of the window" delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move peak-elapsed to edit-seconds-1
    compute window-percent rounded =
        peak-elapsed * 100 / window-seconds
        on size error
            move 999.9 to window-percent
    end-compute
    move window-percent to edit-percent
    move spaces to report-line
    string "Peak night   " delimited by size
            peak-night delimited by size
            ": " delimited by size
            edit-seconds-1 delimited by size
            " seconds, " delimited by size
            edit-percent delimited by size
            "% of the window" delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    *> the fit runs over the most recent nights only - growth from
    *> a year ago says little about next month
    move 1 to fit-first
    if night-count > forecast-nights
        compute fit-first = night-count - forecast-nights + 1
    end-if
    compute fit-nights = night-count - fit-first + 1
    move 0 to sum-x
    move 0 to sum-y
    move 0 to sum-xx
    move 0 to sum-xy
    perform varying i from fit-first by 1 until i > night-count
        compute fit-x =
            tbl-night-integer(i) - tbl-night-integer(fit-first)
        add fit-x to sum-x
        add tbl-night-elapsed(i) to sum-y
        compute sum-xx = sum-xx + fit-x * fit-x
        compute sum-xy = sum-xy + fit-x * tbl-night-elapsed(i)
    end-perform
    compute fit-divisor = fit-nights * sum-xx - sum-x * sum-x

    if fit-nights < 3 or fit-divisor = 0
        move "Projection: fewer than three nights - too few to project"
            to report-line
        perform 2900-put-report-line
    else
        compute fit-slope rounded =
            (fit-nights * sum-xy - sum-x * sum-y) / fit-divisor
        compute fit-latest rounded =
            (sum-y - fit-slope * sum-x) / fit-nights
            + fit-slope * fit-x

        move fit-slope to edit-slope
        move fit-nights to edit-count-1
        move spaces to report-line
        string "Growth:" delimited by size
                edit-slope delimited by size
                " seconds a night over the last" delimited by size
                edit-count-1 delimited by size
                " nights" delimited by size
            into report-line
        end-string
        perform 2900-put-report-line

        if fit-latest >= window-seconds
                or tbl-night-elapsed(night-count) >= window-seconds
            move "Projection: the nightly total has reached the window"
                to report-line
            perform 2900-put-report-line
            move 8 to condition-code
            perform 9400-raise-condition
        else if fit-slope <= 0
            move "Projection: the nightly total is not growing"
                to report-line
            perform 2900-put-report-line
        else
            compute nights-left rounded =
                (window-seconds - fit-latest) / fit-slope
                on size error
                    move 99999999 to nights-left
            end-compute
            if nights-left > 99999
                move "Projection: the window will not be outgrown"
                    to report-line
                perform 2900-put-report-line
            else
                compute outgrow-integer =
                    tbl-night-integer(night-count) + nights-left
                compute outgrow-date =
                    function date-of-integer(outgrow-integer)
                move nights-left to edit-count-1
                move spaces to report-line
                string "Projection: window outgrown in" delimited by size
                        edit-count-1 delimited by size
                        " nights, around " delimited by size
                        outgrow-date delimited by size
                    into report-line
                end-string
                perform 2900-put-report-line
                if nights-left <= warn-nights
                    move 8 to condition-code
                    perform 9400-raise-condition
                end-if
            end-if
        end-if
        end-if
    end-if

    if week-overflow > 0 or night-overflow > 0
        move "Week or night table full - latest runs not all counted"
            to report-line
        perform 2900-put-report-line
    end-if

    move spaces to report-line
    perform 2900-put-report-line
    move batches-drifted to edit-count-1
    move spaces to report-line
    string "Batches drifted:  " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move "-------------------------------------------------"
        to report-line
    perform 2900-put-report-line.
