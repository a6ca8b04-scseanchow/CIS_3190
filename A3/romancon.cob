*> out per night, not one per batch. the RESULTS suffix, the
*> converter's LAYOUT setting and the daily file's own name all
*> come from the optional ROMAN-PARMS.TXT run-parameters file, so
*> this step can never read different files than the batches wrote.
*> a manifest (DAILY-MANIFEST.TXT unless MANIFEST-FILE= renames it)
*> lists every batch the night's run named, whether its RESULTS
*> file was read or missing, and the rows it contributed, so the
*> status board can tell which batches made it into the daily file

identification division.
program-id. romancon.
assign to daily-file-name
organization is line sequential
file status is daily-file-status.
select manifest-file
assign to manifest-file-name
organization is line sequential
file status is manifest-file-status.
select parms-file
assign to parms-file-name
organization is line sequential
    05 trl-row-count picture z(07)9.
    05 filler picture x(01).
    05 trl-sum picture z(11)9.
*> one row per batch the run named - READ with the rows its RESULTS
*> file contributed, or MISSING - and the day it was consolidated
fd  manifest-file.
01 manifest-file-record.
    05 man-batch picture x(30).
    05 filler picture x(01).
    05 man-state picture x(07).
    05 filler picture x(01).
    05 man-rows picture 9(08).
    05 filler picture x(01).
    05 man-date picture x(08).
fd  parms-file.
01 parms-file-record picture x(80).

77 ctl-eof picture a(1) value 'N'.
01 daily-file-name picture x(64) value 'DAILY-RESULTS.TXT'.
01 daily-file-status picture x(02).
01 manifest-file-name picture x(64) value 'DAILY-MANIFEST.TXT'.
01 manifest-file-status picture x(02).
77 batch-first-row picture 9(8) value 0.
01 run-date picture x(08) value spaces.
01 parms-file-name picture x(64) value 'ROMAN-PARMS.TXT'.
01 parms-file-status picture x(02).
77 parms-eof picture a(1) value 'N'.
        end-if
    end-if

    move function current-date(1:8) to run-date
    open output manifest-file

    if control-mode = 1
        move batch-parm to control-file-name
        perform 3000-consolidate-control-file
        perform 2000-consolidate-batch
    end-if

    close manifest-file

    perform 5000-write-daily-file

    move distinct-rows to edit-count-1
    display "Distinct values:  " edit-count-1
    display "Sum of decimals:  " edit-sum
    display "Written to:        " daily-file-name
    display "Manifest:          " manifest-file-name
    display "-------------------------------------------------"

    move highest-condition to return-code
        move parm-value to results-suffix
    else if parm-keyword = 'DAILY-FILE'
        move parm-value to daily-file-name
    else if parm-keyword = 'MANIFEST-FILE'
        move parm-value to manifest-file-name
    else if parm-keyword = 'LAYOUT'
        if parm-value(1:1) = 'Y' or parm-value(1:1) = 'y'
            move 1 to layout-mode
        else
            move 0 to layout-mode
        end-if
    end-if
    end-if
    end-if
    end-if.

*> ---------------------------------------------------------------
*> folds one batch's RESULTS file into the consolidation table. a
*> missing RESULTS file must not take the whole night down - skip
*> the batch, grade the condition, and let the rest consolidate,
*> the same way the converter treats a missing roman-file. either
*> way the batch gets its row on the manifest
*> ---------------------------------------------------------------
2000-consolidate-batch.
    perform 1000-derive-output-names
    move 'N' to res-eof
    move rows-read to batch-first-row

    move spaces to manifest-file-record
    move roman-file-name to man-batch
    move run-date to man-date

    open input results-file
    if results-file-status not = '00'
        add 1 to batches-missing
        move 8 to condition-code
        perform 9400-raise-condition
        move 'MISSING' to man-state
        move 0 to man-rows
    else
        add 1 to batches-read
        perform 2100-fold-in-one-row until res-eof = 'Y'
        close results-file
        move 'READ' to man-state
        compute man-rows = rows-read - batch-first-row
    end-if
    write manifest-file-record.

2100-fold-in-one-row.
    read results-file
