*> the audit log must hold at least as many entries per input value
*> as the batch needed. each batch gets a clear IN BALANCE or
*> OUT OF BALANCE verdict, so a truncated output file after a
*> resume no longer goes unnoticed. each batch's section carries
*> the date it was reconciled, since the report is simply
*> overwritten and a night this step did not run would otherwise
*> leave the last one's verdicts passing for tonight's. the
*> parameter names either a
*> single roman-file or a ".lst" control file, exactly as it does
*> for the converter itself

    05 chk-total-rejected picture 9(08).
    05 filler picture x(01).
    05 chk-sum-of-decimals picture 9(12).
    05 filler picture x(01).
    05 chk-total-suspect picture 9(08).
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
fd  control-file.
01 control-file-record picture x(64).
fd  report-file.
01 checkpoint-file-name picture x(64) value spaces.
01 checkpoint-file-status picture x(02).
01 rerun-checkpoint-name picture x(64) value spaces.
01 release-checkpoint-name picture x(64) value spaces.
01 audit-file-name picture x(64) value 'AUDIT-LOG.TXT'.
01 audit-file-status picture x(02).
01 control-file-name picture x(64) value spaces.
77 save-converted picture 9(8) value 0.
77 save-rejected picture 9(8) value 0.
77 save-sum picture 9(12) value 0.
77 save-suspect picture 9(8) value 0.
77 have-rerun picture 9(1) value 0.
77 rerun-converted picture 9(8) value 0.
77 rerun-sum picture 9(12) value 0.
77 round-trip-errors picture 9(8) value 0.
77 fault-count picture 9(4) value 0.
77 any-out-of-balance picture 9(1) value 0.
01 recon-date picture x(08) value spaces.
77 audit-short picture 9(4) value 0.
01 trip-input picture x(30).
77 trip-length picture 9(2).
    end-if

    open output report-file
    accept recon-date from date yyyymmdd

    move 0 to control-mode
    if batch-parm-length > 4
            "-RERUN" delimited by size
            checkpoint-suffix delimited by space
        into rerun-checkpoint-name
    end-string

    move spaces to release-checkpoint-name
    string roman-file-name(1:base-name-length) delimited by size
            "-RELEASE" delimited by size
            checkpoint-suffix delimited by space
        into release-checkpoint-name
    end-string.

*> ---------------------------------------------------------------
        into report-line
    end-string
    perform 2900-put-report-line
    move spaces to report-line
    string "Reconciled on:     " delimited by size
            recon-date delimited by size
        into report-line
    end-string
    perform 2900-put-report-line

    perform 2100-count-input
    perform 2200-read-checkpoint
    move 0 to save-converted
    move 0 to save-rejected
    move 0 to save-sum
    move 0 to save-suspect

    open input checkpoint-file
    if checkpoint-file-status not = '00'
                move chk-total-converted to save-converted
                move chk-total-rejected to save-rejected
                move chk-sum-of-decimals to save-sum
                if chk-total-suspect is numeric
                    move chk-total-suspect to save-suspect
                end-if
                if chk-eof = 'Y'
                    move 1 to batch-complete
                end-if
            into report-line
        end-string
        perform 2900-put-report-line
        if save-suspect > 0
            move save-suspect to edit-count-1
            move spaces to report-line
            string "  Held as suspect:    " delimited by size
                    edit-count-1 delimited by size
                into report-line
            end-string
            perform 2900-put-report-line
        end-if

        if batch-complete = 0
            move "  FAULT batch did not run to completion"
            perform 2900-put-report-line
            add 1 to fault-count
        end-if
        if save-converted + save-rejected + save-suspect
                not = input-line-count
            move "  FAULT converted + rejected + suspect <> input"
                to report-line
            perform 2900-put-report-line
            add 1 to fault-count
*> RESULTS file but keeps a checkpoint of its own - when one
*> exists, its converted count and decimal sum belong in the
*> expected figures, or a perfectly healthy batch would read as
*> out of balance forever after its rejects were fixed up. an
*> operator's release of held SUSPECT values appends and keeps
*> its own checkpoint the same way, and is folded in alongside
*> ---------------------------------------------------------------
2250-read-rerun-checkpoint.
    move 0 to have-rerun
            into report-line
        end-string
        perform 2900-put-report-line
    end-if

    move release-checkpoint-name to checkpoint-file-name
    open input checkpoint-file
    if checkpoint-file-status = '00'
        read checkpoint-file
            at end
                continue
            not at end
                add chk-total-converted to rerun-converted
                add chk-sum-of-decimals to rerun-sum
                move chk-total-converted to edit-count-1
                move spaces to report-line
                string "  Release checkpoint: converted "
                        delimited by size
                        edit-count-1 delimited by size
                    into report-line
                end-string
                perform 2900-put-report-line
        end-read
        close checkpoint-file
    end-if.

*> ---------------------------------------------------------------
