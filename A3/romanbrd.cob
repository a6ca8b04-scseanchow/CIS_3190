*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> romanbrd.cob
*> October 15th, 2026
*> this file is the morning status board for the nightly batch
*> window. a night's work is spread over the converter, its
*> rerun-rejects and release passes, romanrec, romanext and
*> romancon, and each leaves its evidence in a different place -
*> the run lock, the checkpoints, RECON-REPORT.TXT, the INTERFACE
*> files and the consolidation manifest. give this program the same
*> parameter the conversion step ran with (normally the night's
*> ".lst" control file, or a single roman-file) and it reads all of
*> that evidence for every batch and writes one row per batch:
*> whether it converted (lock DONE), is still running or died
*> mid-batch (lock INUSE), was stopped on the reject threshold,
*> reconciled IN or OUT OF BALANCE, was extracted and consolidated
*> since it last converted, and the rejects and held suspects still
*> outstanding after any rerun or release pass. each row ends with
*> the one flag that matters most for that batch, and the worst
*> flag on the board is handed back as the condition code, so the
*> scheduler knows whether the window is complete. the board is
*> for one night - a date after the parameter names it, otherwise
*> it is tonight's, or last night's before the night's start hour
*> (noon, unless NIGHT-START-HOUR= says otherwise, the same rule
*> romantrd counts nights by) - and a batch whose lock is older
*> than that night did not run in it. the suffixes, the manifest
*> name and the start hour follow the optional ROMAN-PARMS.TXT
*> run-parameters file; the board goes to STATUS-BOARD.TXT

identification division.
program-id. romanbrd.
environment division.
input-output section.
file-control.
select standard-output assign to display.
select lock-file
assign to lock-file-name
organization is line sequential
file status is lock-file-status.
select checkpoint-file
assign to checkpoint-file-name
organization is line sequential
file status is checkpoint-file-status.
select recon-file
assign to recon-file-name
organization is line sequential
file status is recon-file-status.
select interface-file
assign to interface-file-name
organization is line sequential
file status is interface-file-status.
select manifest-file
assign to manifest-file-name
organization is line sequential
file status is manifest-file-status.
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
*> same run lock record the converter keeps per batch
fd  lock-file.
01 lock-file-record.
    05 lock-state picture x(05).
    05 filler picture x(01).
    05 lock-date picture x(08).
    05 filler picture x(01).
    05 lock-time picture x(08).
    05 filler picture x(01).
    05 lock-operator picture x(08).
fd  checkpoint-file.
01 checkpoint-file-record.
    05 chk-line-number picture 9(08).
    05 filler picture x(01).
    05 chk-eof picture x(01).
    05 filler picture x(01).
    05 chk-total-converted picture 9(08).
    05 filler picture x(01).
    05 chk-total-rejected picture 9(08).
    05 filler picture x(01).
    05 chk-sum-of-decimals picture 9(12).
    05 filler picture x(01).
    05 chk-total-suspect picture 9(08).
*> romanrec's report - only the "Reconciling batch:" heading and
*> the "Verdict:" line that closes each batch are read here
fd  recon-file.
01 recon-file-record picture x(80).
*> the header and trailer of romanext's INTERFACE file - the header
*> dates the extract, the trailer proves it ran to the end
fd  interface-file.
01 interface-header-record.
    05 hdr-type picture x(01).
    05 hdr-feed-id picture x(08).
    05 hdr-batch-id picture x(20).
    05 hdr-date picture x(08).
    05 hdr-time picture x(06).
01 interface-trailer-record.
    05 trl-type picture x(01).
    05 trl-count picture 9(07).
    05 trl-sum picture 9(12).
*> same manifest row romancon writes per batch it consolidated
fd  manifest-file.
01 manifest-file-record.
    05 man-batch picture x(30).
    05 filler picture x(01).
    05 man-state picture x(07).
    05 filler picture x(01).
    05 man-rows picture 9(08).
    05 filler picture x(01).
    05 man-date picture x(08).
fd  control-file.
01 control-file-record picture x(64).
fd  report-file.
01 report-file-record picture x(80).
fd  parms-file.
01 parms-file-record picture x(80).

working-storage section.
77 i picture s9(4) usage is computational.
01 roman-file-name picture x(64) value spaces.
01 lock-file-name picture x(64) value spaces.
01 lock-file-status picture x(02).
01 checkpoint-file-name picture x(64) value spaces.
01 checkpoint-file-status picture x(02).
01 main-checkpoint-name picture x(64) value spaces.
01 rerun-checkpoint-name picture x(64) value spaces.
01 release-checkpoint-name picture x(64) value spaces.
01 recon-file-name picture x(64) value 'RECON-REPORT.TXT'.
01 recon-file-status picture x(02).
01 interface-file-name picture x(64) value spaces.
01 interface-file-status picture x(02).
01 manifest-file-name picture x(64) value 'DAILY-MANIFEST.TXT'.
01 manifest-file-status picture x(02).
01 control-file-name picture x(64) value spaces.
01 control-file-status picture x(02).
77 control-file-opened picture 9(1) value 0.
77 control-mode picture 9(1) value 0.
77 ctl-eof picture a(1) value 'N'.
01 report-file-name picture x(64) value 'STATUS-BOARD.TXT'.
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
01 checkpoint-suffix picture x(20) value '-CHECKPOINT.TXT'.
01 lock-suffix picture x(20) value '-INUSE.TXT'.
01 interface-suffix picture x(20) value '-INTERFACE.TXT'.
01 batch-parm picture x(64) value spaces.
77 batch-parm-length picture 9(2) value 0.
77 name-length picture 9(2).
*> the night on the board, and where the parameter gives it
77 night-start-hour picture 9(2) value 12.
01 night-date picture x(08) value spaces.
01 night-date-number picture 9(08) value 0.
01 night-parm picture x(64) value spaces.
77 night-parm-lead picture 9(2) value 0.
01 clock-date picture x(08) value spaces.
01 clock-time picture x(08) value spaces.
77 base-name-length picture 9(2).
77 file-eof picture a(1).
*> what the evidence says about the batch on the board
01 lock-seen-state picture x(05).
01 lock-seen-date picture x(08).
77 batch-aborted picture 9(1) value 0.
77 have-checkpoint picture 9(1) value 0.
77 outstanding-rejects picture 9(8) value 0.
77 outstanding-suspects picture 9(8) value 0.
77 have-rerun picture 9(1) value 0.
77 have-release picture 9(1) value 0.
77 rerun-suspects picture 9(8) value 0.
77 recon-batch-found picture 9(1) value 0.
77 recon-in-batch picture 9(1) value 0.
01 recon-verdict picture x(07).
01 recon-date picture x(08).
01 extract-status picture x(03).
01 extract-date picture x(08).
01 consolidate-status picture x(03).
01 convert-status picture x(07).
01 batch-flag picture x(14).
*> one board row - batch, then each step's outcome left to right
*> in the order the night runs them, the counts outstanding, and
*> the flag
01 board-row.
    05 brd-batch picture x(20).
    05 filler picture x(01).
    05 brd-convert picture x(07).
    05 filler picture x(01).
    05 brd-recon picture x(07).
    05 filler picture x(01).
    05 brd-extract picture x(03).
    05 filler picture x(02).
    05 brd-consolidate picture x(03).
    05 filler picture x(01).
    05 brd-rejects picture z(06)9.
    05 filler picture x(01).
    05 brd-suspects picture z(05)9.
    05 filler picture x(01).
    05 brd-flag picture x(14).
01 edit-count-1 picture z(03)9.
77 batches-on-board picture 9(4) value 0.
77 batches-clean picture 9(4) value 0.
77 batches-outstanding picture 9(4) value 0.
77 batches-missing-step picture 9(4) value 0.
77 batches-in-trouble picture 9(4) value 0.
77 highest-condition picture 9(2) value 0.
77 condition-code picture 9(2) value 0.

procedure division.
    open output standard-output

    *> the suffixes and the manifest name come from the same
    *> optional run-parameters file the converter reads
    perform 0400-read-run-parameters

    *> the parameter names the night's batches - the same single
    *> roman-file or ".lst" control file the converter ran with
    accept batch-parm from command-line
    move 0 to batch-parm-length
    inspect function reverse (batch-parm)
        tallying batch-parm-length
        for leading space
    subtract batch-parm-length from length of batch-parm
        giving batch-parm-length

    if batch-parm-length = 0
        display "No batch file named - nothing to report"
        move 16 to return-code
        stop run
    end-if

    *> a date after the batch name says which night the board is
    *> for, e.g. NIGHTLY.LST 20261014 - without one the clock says
    move spaces to night-date
    move 0 to name-length
    inspect batch-parm tallying name-length
        for characters before initial space
    if name-length < batch-parm-length
        move batch-parm(name-length + 1:) to night-parm
        move spaces to batch-parm(name-length + 1:)
        move name-length to batch-parm-length
        move 0 to night-parm-lead
        inspect night-parm tallying night-parm-lead
            for leading space
        if night-parm-lead < 56
            if night-parm(night-parm-lead + 1:8) is numeric
                    and night-parm(night-parm-lead + 9:1) = space
                move night-parm(night-parm-lead + 1:8) to night-date
            end-if
        end-if
        if night-date not = spaces
            if function test-date-yyyymmdd(
                    function numval(night-date)) not = 0
                move spaces to night-date
            end-if
        end-if
        if night-date = spaces
            display "Night date not understood: "
                night-parm(night-parm-lead + 1:20)
            display "Expected YYYYMMDD - boarding the current night"
        end-if
    end-if
    perform 0500-find-current-night

    open output report-file

    move spaces to report-line
    string "Batch window status board for " delimited by size
            batch-parm delimited by space
            " - night of " delimited by size
            night-date delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    perform 2900-put-report-line
    move "BATCH                CONVERT RECON   EXT  CON REJECTS SUSPCT FLAG"
        to report-line
    perform 2900-put-report-line
    move all '-' to report-line
    perform 2900-put-report-line

    move 0 to control-mode
    if batch-parm-length > 4
        if function upper-case
                (batch-parm(batch-parm-length - 3:4)) = '.LST'
            move 1 to control-mode
        end-if
    end-if

    if control-mode = 1
        move batch-parm to control-file-name
        perform 3000-board-control-file
    else
        move batch-parm to roman-file-name
        perform 2000-board-batch
    end-if

    perform 2800-report-totals
    close report-file
    display "Status board written to: " report-file-name

    move highest-condition to return-code
    stop run.

*> ---------------------------------------------------------------
*> folds one batch's grade into the board's - the worst thing on
*> the board is what the scheduler must see: 0 the window is
*> complete and clean, 4 complete but rejects or held suspects are
*> still outstanding, 8 a batch never ran or is missing a step,
*> 12 a batch is stuck, was aborted on threshold or is out of
*> balance, 16 the run could not start
*> ---------------------------------------------------------------
9400-raise-condition.
    if condition-code > highest-condition
        move condition-code to highest-condition
    end-if.

*> ---------------------------------------------------------------
*> picks the companion-file suffixes and the manifest name up from
*> the same optional run-parameters file the converter reads.
*> keywords meant for other programs are simply ignored here
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
    if parm-keyword = 'CHECKPOINT-SUFFIX'
        move parm-value to checkpoint-suffix
    else if parm-keyword = 'LOCK-SUFFIX'
        move parm-value to lock-suffix
    else if parm-keyword = 'INTERFACE-SUFFIX'
        move parm-value to interface-suffix
    else if parm-keyword = 'MANIFEST-FILE'
        move parm-value to manifest-file-name
    else if parm-keyword = 'NIGHT-START-HOUR'
        move function numval(parm-value) to night-start-hour
        if night-start-hour > 23
            move 12 to night-start-hour
        end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

*> ---------------------------------------------------------------
*> with no night named, the board is for the night the window now
*> running opened on - today's, or yesterday's while the clock is
*> still short of the night's start hour
*> ---------------------------------------------------------------
0500-find-current-night.
    if night-date = spaces
        accept clock-date from date yyyymmdd
        accept clock-time from time
        move clock-date to night-date
        if function numval(clock-time(1:2)) < night-start-hour
            compute night-date-number = function date-of-integer(
                function integer-of-date(function numval(clock-date))
                - 1)
            move night-date-number to night-date
        end-if
    end-if.

*> ---------------------------------------------------------------
*> derives every companion name from the current roman-file-name
*> the same way the converter, romanrec and romanext derive their
*> own, so the board reads exactly the files the night wrote
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

    move spaces to lock-file-name
    string roman-file-name(1:base-name-length) delimited by size
            lock-suffix delimited by space
        into lock-file-name
    end-string

    move spaces to main-checkpoint-name
    string roman-file-name(1:base-name-length) delimited by size
            checkpoint-suffix delimited by space
        into main-checkpoint-name
    end-string

    move spaces to rerun-checkpoint-name
    string roman-file-name(1:base-name-length) delimited by size
            "-RERUN" delimited by size
            checkpoint-suffix delimited by space
        into rerun-checkpoint-name
    end-string

    move spaces to release-checkpoint-name
    string roman-file-name(1:base-name-length) delimited by size
            "-RELEASE" delimited by size
            checkpoint-suffix delimited by space
        into release-checkpoint-name
    end-string

    move spaces to interface-file-name
    string roman-file-name(1:base-name-length) delimited by size
            interface-suffix delimited by space
        into interface-file-name
    end-string.

*> ---------------------------------------------------------------
*> gathers the evidence for one batch step by step, judges it and
*> puts the batch's row on the board
*> ---------------------------------------------------------------
2000-board-batch.
    perform 1000-derive-output-names
    add 1 to batches-on-board

    perform 2100-read-lock
    perform 2200-read-checkpoints
    perform 2300-find-recon-verdict
    perform 2400-check-interface
    perform 2500-check-manifest
    perform 2600-judge-batch
    perform 2700-put-board-row.

*> ---------------------------------------------------------------
*> the run lock says whether the batch converted: DONE once its
*> completion (or abort) checkpoint was on disk, INUSE while it is
*> running - or forever, if the job died mid-batch. no lock at all
*> means the converter never got to the batch, and a DONE lock with
*> no checkpoint behind it means the converter reached the batch
*> but its roman-file was missing
*> ---------------------------------------------------------------
2100-read-lock.
    move spaces to lock-seen-state
    move spaces to lock-seen-date
    open input lock-file
    if lock-file-status = '00'
        read lock-file
            at end
                continue
            not at end
                move lock-state to lock-seen-state
                move lock-date to lock-seen-date
        end-read
        close lock-file
    end-if.

*> ---------------------------------------------------------------
*> the checkpoints give the reject and suspect counts and show an
*> abort: a finished pass leaves its checkpoint marked 'Y', a pass
*> stopped on the reject threshold leaves it marked 'N'. once a
*> rerun-rejects pass has run, only the rejects it still could not
*> convert are outstanding; once a release pass has run, only the
*> values it held again are. a fresh pass leaves the rerun and
*> release checkpoints of an earlier cycle on disk as a finished
*> record of no lines, which is no pass at all, and a checkpoint
*> written before values could be held has no suspect column
*> ---------------------------------------------------------------
2200-read-checkpoints.
    move 0 to batch-aborted
    move 0 to have-checkpoint
    move 0 to outstanding-rejects
    move 0 to outstanding-suspects
    move 0 to have-rerun
    move 0 to have-release
    move 0 to rerun-suspects

    move main-checkpoint-name to checkpoint-file-name
    open input checkpoint-file
    if checkpoint-file-status = '00'
        read checkpoint-file
            at end
                continue
            not at end
                move 1 to have-checkpoint
                move chk-total-rejected to outstanding-rejects
                if chk-total-suspect is numeric
                    move chk-total-suspect to outstanding-suspects
                end-if
                if chk-eof = 'N'
                    move 1 to batch-aborted
                end-if
        end-read
        close checkpoint-file
    end-if

    move rerun-checkpoint-name to checkpoint-file-name
    open input checkpoint-file
    if checkpoint-file-status = '00'
        read checkpoint-file
            at end
                continue
            not at end
                if chk-line-number not = 0
                    move 1 to have-rerun
                    move chk-total-rejected to outstanding-rejects
                    if chk-total-suspect is numeric
                        move chk-total-suspect to rerun-suspects
                    end-if
                    if chk-eof = 'N'
                        move 1 to batch-aborted
                    end-if
                end-if
        end-read
        close checkpoint-file
    end-if
    add rerun-suspects to outstanding-suspects

    move release-checkpoint-name to checkpoint-file-name
    open input checkpoint-file
    if checkpoint-file-status = '00'
        read checkpoint-file
            at end
                continue
            not at end
                if chk-line-number not = 0
                    move 1 to have-release
                    move 0 to outstanding-suspects
                    if chk-total-suspect is numeric
                        move chk-total-suspect to outstanding-suspects
                    end-if
                    if chk-eof = 'N'
                        move 1 to batch-aborted
                    end-if
                end-if
        end-read
        close checkpoint-file
    end-if.

*> ---------------------------------------------------------------
*> finds the batch in the latest reconciliation report and takes
*> the verdict that closes its section. a batch the report does not
*> mention was never reconciled, and one reconciled before the
*> batch last converted (or in a report too old to carry its date)
*> was not reconciled for tonight's conversion - the report is
*> simply overwritten, so a night romanrec did not run leaves the
*> last night's verdicts behind
*> ---------------------------------------------------------------
2300-find-recon-verdict.
    move 'NONE' to recon-verdict
    move spaces to recon-date
    move 0 to recon-batch-found
    move 0 to recon-in-batch
    move 'N' to file-eof
    open input recon-file
    if recon-file-status not = '00'
        move 'Y' to file-eof
    end-if
    perform 2310-read-recon-line until file-eof = 'Y'
    if recon-file-status = '00' or recon-file-status = '10'
        close recon-file
    end-if
    if recon-batch-found = 1
            and lock-seen-date not = spaces
            and recon-date < lock-seen-date
        move 'OLD' to recon-verdict
    end-if.

2310-read-recon-line.
    read recon-file
        at end
            move 'Y' to file-eof
        not at end
            if recon-file-record(1:19) = 'Reconciling batch: '
                if recon-file-record(20:61) = roman-file-name(1:61)
                    move 1 to recon-in-batch
                    move spaces to recon-date
                else
                    move 0 to recon-in-batch
                end-if
            else if recon-in-batch = 1
                    and recon-file-record(1:15) = 'Reconciled on: '
                move recon-file-record(20:8) to recon-date
            else if recon-in-batch = 1
                    and recon-file-record(1:9) = 'Verdict: '
                move 1 to recon-batch-found
                move 0 to recon-in-batch
                if recon-file-record(10:10) = 'IN BALANCE'
                    move 'IN BAL' to recon-verdict
                else
                    move 'OUT BAL' to recon-verdict
                end-if
            end-if
            end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> an INTERFACE file counts as extracted only when its trailer is
*> there - romanext writes it last - and when it was written no
*> earlier than the batch last converted; an extract left over from
*> an earlier night does not carry tonight's values
*> ---------------------------------------------------------------
2400-check-interface.
    move 'NO' to extract-status
    move spaces to extract-date
    move 'N' to file-eof
    open input interface-file
    if interface-file-status = '00'
        perform 2410-read-interface-record until file-eof = 'Y'
        close interface-file
        if extract-status = 'YES'
                and lock-seen-date not = spaces
                and extract-date < lock-seen-date
            move 'OLD' to extract-status
        end-if
    end-if.

2410-read-interface-record.
    read interface-file
        at end
            move 'Y' to file-eof
        not at end
            if hdr-type = 'H'
                move hdr-date to extract-date
                move 'NO' to extract-status
            else if trl-type = 'T'
                move 'YES' to extract-status
            end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> the consolidation manifest lists every batch romancon was given;
*> only one whose RESULTS file was READ, on or after the day the
*> batch last converted, made it into the daily file
*> ---------------------------------------------------------------
2500-check-manifest.
    move 'NO' to consolidate-status
    move 'N' to file-eof
    open input manifest-file
    if manifest-file-status = '00'
        perform 2510-read-manifest-row until file-eof = 'Y'
        close manifest-file
    end-if.

2510-read-manifest-row.
    read manifest-file
        at end
            move 'Y' to file-eof
        not at end
            if man-batch = roman-file-name(1:30)
                if man-state not = 'READ'
                    move 'NO' to consolidate-status
                else if lock-seen-date not = spaces
                        and man-date < lock-seen-date
                    move 'OLD' to consolidate-status
                else
                    move 'YES' to consolidate-status
                end-if
                end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> settles the batch's one flag, worst first: a lock still INUSE
*> is stuck, then an abort, then a batch that never converted -
*> including one whose lock was last finished before the night on
*> the board, whose evidence all belongs to an earlier night
*> (romanrec calls a batch with no input out of balance too, but
*> not running is the real story), then an out-of-balance verdict,
*> then any later step not done for
*> tonight's conversion. a batch that got all the way through is
*> flagged only for rejects or suspects still waiting on someone
*> ---------------------------------------------------------------
2600-judge-batch.
    if lock-seen-state = 'INUSE'
        move 'INUSE' to convert-status
    else if lock-seen-state = 'DONE' and lock-seen-date < night-date
        move 'NOT RUN' to convert-status
    else if lock-seen-state = 'DONE' and have-checkpoint = 0
        move 'NOT RUN' to convert-status
    else if lock-seen-state = 'DONE' and batch-aborted = 1
        move 'ABORTED' to convert-status
    else if lock-seen-state = 'DONE'
        move 'DONE' to convert-status
    else
        move 'NOT RUN' to convert-status
    end-if
    end-if
    end-if
    end-if
    end-if

    if convert-status = 'INUSE'
        move 'STUCK' to batch-flag
        move 12 to condition-code
    else if convert-status = 'ABORTED'
        move 'ABORTED' to batch-flag
        move 12 to condition-code
    else if convert-status = 'NOT RUN'
        move 'NOT RUN' to batch-flag
        move 8 to condition-code
    else if recon-verdict = 'OUT BAL'
        move 'OUT OF BALANCE' to batch-flag
        move 12 to condition-code
    else if recon-verdict = 'NONE' or recon-verdict = 'OLD'
        move 'NOT RECONCILED' to batch-flag
        move 8 to condition-code
    else if extract-status not = 'YES'
        move 'NOT EXTRACTED' to batch-flag
        move 8 to condition-code
    else if consolidate-status not = 'YES'
        move 'NOT CONSOLID' to batch-flag
        move 8 to condition-code
    else if outstanding-rejects > 0
        move 'REJECTS OPEN' to batch-flag
        move 4 to condition-code
    else if outstanding-suspects > 0
        move 'SUSPECTS HELD' to batch-flag
        move 4 to condition-code
    else
        move 'OK' to batch-flag
        move 0 to condition-code
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if

    if condition-code = 12
        add 1 to batches-in-trouble
    else if condition-code = 8
        add 1 to batches-missing-step
    else if condition-code = 4
        add 1 to batches-outstanding
    else
        add 1 to batches-clean
    end-if
    end-if
    end-if
    perform 9400-raise-condition.

2700-put-board-row.
    move spaces to board-row
    move roman-file-name to brd-batch
    move convert-status to brd-convert
    move recon-verdict to brd-recon
    move extract-status to brd-extract
    move consolidate-status to brd-consolidate
    move outstanding-rejects to brd-rejects
    move outstanding-suspects to brd-suspects
    move batch-flag to brd-flag
    move board-row to report-line
    perform 2900-put-report-line.

*> ---------------------------------------------------------------
*> closes the board with the tally and the window's overall state
*> ---------------------------------------------------------------
2800-report-totals.
    move all '-' to report-line
    perform 2900-put-report-line

    move batches-on-board to edit-count-1
    move spaces to report-line
    string "Batches on the board:       " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move batches-clean to edit-count-1
    move spaces to report-line
    string "Complete and clean:         " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move batches-outstanding to edit-count-1
    move spaces to report-line
    string "Complete, work outstanding: " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move batches-missing-step to edit-count-1
    move spaces to report-line
    string "Not run or missing a step:  " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move batches-in-trouble to edit-count-1
    move spaces to report-line
    string "Stuck, aborted, unbalanced: " delimited by size
            edit-count-1 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    move spaces to report-line
    perform 2900-put-report-line
    if highest-condition > 4
        move "Window: INCOMPLETE" to report-line
    else
        move "Window: COMPLETE" to report-line
    end-if
    perform 2900-put-report-line.

*> ---------------------------------------------------------------
*> one report line goes both to the screen for the operator and to
*> the report file for the record
*> ---------------------------------------------------------------
2900-put-report-line.
    display report-line
    move report-line to report-file-record
    write report-file-record.

*> ---------------------------------------------------------------
*> reads a .lst control file one filename per line and boards each
*> batch it names, in the order the converter ran them
*> ---------------------------------------------------------------
3000-board-control-file.
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
                if control-file-record not = spaces
                    move spaces to roman-file-name
                    move control-file-record to roman-file-name
                    perform 2000-board-batch
                end-if
        end-read
    end-perform

    if control-file-opened = 1
        close control-file
    end-if.
