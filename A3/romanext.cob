    05 chk-total-rejected picture 9(08).
    05 filler picture x(01).
    05 chk-sum-of-decimals picture 9(12).
    05 filler picture x(01).
    05 chk-total-suspect picture 9(08).
fd  control-file.
01 control-file-record picture x(64).
*> the three record shapes the ledger intake specifies - a type
01 checkpoint-file-name picture x(64) value spaces.
01 checkpoint-file-status picture x(02).
01 rerun-checkpoint-name picture x(64) value spaces.
01 release-checkpoint-name picture x(64) value spaces.
01 control-file-name picture x(64) value spaces.
01 control-file-status picture x(02).
77 control-file-opened picture 9(1) value 0.
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
    end-if

    move rerun-checkpoint-name to checkpoint-file-name
    perform 2050-fold-pass-checkpoint

    *> values held as SUSPECT are off the feed - not in RESULTS,
    *> not in the checkpoint's converted count - until an operator
    *> releases them, and the release pass's checkpoint then folds
    *> in exactly as a rerun-rejects pass does
    move release-checkpoint-name to checkpoint-file-name
    perform 2050-fold-pass-checkpoint

    if have-checkpoint = 0
        display "Checkpoint missing for batch: " roman-file-name
        end-if
    end-if.

2050-fold-pass-checkpoint.
    open input checkpoint-file
    if checkpoint-file-status = '00'
        read checkpoint-file
            at end
                continue
            not at end
                add chk-total-converted to save-converted
                add chk-sum-of-decimals to save-sum
        end-read
        close checkpoint-file
    end-if.

2100-write-one-detail.
    read results-file
        at end
