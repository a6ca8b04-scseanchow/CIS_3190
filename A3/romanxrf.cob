*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> romanxrf.cob
*> October 15th, 2026
*> this file is the document cross-reference inquiry. every LAYOUT
*> record a batch converts or rejects is filed by romanA3_1 on the
*> cross-reference (ROMAN-XREF.DAT) under its 12-character document
*> reference, the batch, the day it ran and its line in the batch -
*> so a registry question like "what did we ever do with reference
*> ABC123" no longer means grepping dozens of RESULTS and REJECTS
*> files and the audit archives by hand. the command-line parameter
*> is the reference to look up; a reference ending in '*' is a
*> prefix, and every reference starting with it is listed. the
*> references are filed in upper case and looked up the same way,
*> so a reference is found however the ledger keyed it. each
*> record comes back in key order - reference, then batch, then
*> day - with the numeral as transcribed, the decimal, the verdict
*> and the reason for a reject, so the whole history of a document
*> across every batch and rerun-rejects pass reads top to bottom.
*> the listing also goes to XREF-INQUIRY.TXT for the reply to the
*> registry. the cross-reference file name follows the same
*> XREF-FILE= setting in the optional ROMAN-PARMS.TXT
*> run-parameters file the converter reads

identification division.
program-id. romanxrf.
environment division.
input-output section.
file-control.
select standard-output assign to display.
select xref-file
assign to xref-file-name
organization is indexed
access is dynamic
record key is xref-key
file status is xref-file-status.
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
*> same record layout the converter keeps on the cross-reference -
*> the two programs must never disagree about it
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
fd  report-file.
01 report-file-record picture x(80).
fd  parms-file.
01 parms-file-record picture x(80).

working-storage section.
77 i picture s9(4) usage is computational.
01 xref-file-name picture x(64) value 'ROMAN-XREF.DAT'.
01 xref-file-status picture x(02).
01 report-file-name picture x(64) value 'XREF-INQUIRY.TXT'.
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
*> what is being asked for - a whole reference, or the leading
*> characters of one when the parameter ends in '*'
01 wanted-reference picture x(12) value spaces.
77 wanted-length picture 9(2) value 0.
77 prefix-mode picture 9(1) value 0.
77 xref-eof picture a(1) value 'N'.
77 entries-listed picture 9(6) value 0.
77 references-listed picture 9(6) value 0.
01 last-reference picture x(12) value spaces.
01 edit-decimal picture z(07)9.
01 edit-line picture z(07)9.
01 edit-count-1 picture z(05)9.
01 edit-count-2 picture z(05)9.
77 condition-code picture 9(2) value 0.

procedure division.
    open output standard-output

    perform 0400-read-run-parameters

    *> the parameter is the reference, or reference prefix, to list
    accept batch-parm from command-line
    move 0 to batch-parm-length
    inspect function reverse (batch-parm)
        tallying batch-parm-length
        for leading space
    subtract batch-parm-length from length of batch-parm
        giving batch-parm-length

    if batch-parm-length = 0
        display "No document reference named - nothing to look up"
        move 16 to return-code
        stop run
    end-if

    move 0 to prefix-mode
    move batch-parm-length to wanted-length
    if batch-parm(batch-parm-length:1) = '*'
        move 1 to prefix-mode
        subtract 1 from wanted-length
    end-if
    if wanted-length > 12
        move 12 to wanted-length
    end-if
    if wanted-length = 0
        display "A prefix needs at least one character before the *"
        move 16 to return-code
        stop run
    end-if
    move spaces to wanted-reference
    move function upper-case(batch-parm(1:wanted-length))
        to wanted-reference

    open input xref-file
    if xref-file-status not = '00'
        display "Cross-reference not available - status "
            xref-file-status
        move 8 to return-code
        stop run
    end-if

    open output report-file

    move spaces to report-line
    if prefix-mode = 1
        string "Document history for references starting: "
                delimited by size
                wanted-reference(1:wanted-length) delimited by size
            into report-line
        end-string
    else
        string "Document history for reference: " delimited by size
                wanted-reference delimited by size
            into report-line
        end-string
    end-if
    perform 2900-put-report-line

    *> position on the first key at or after the reference asked
    *> for, then read forward in key order for as long as the
    *> reference still matches
    move 'N' to xref-eof
    move low-values to xref-key
    move wanted-reference to xref-reference
    start xref-file key is not less than xref-key
        invalid key
            move 'Y' to xref-eof
    end-start
    perform 2000-list-one-entry until xref-eof = 'Y'

    close xref-file

    move entries-listed to edit-count-1
    move references-listed to edit-count-2
    move spaces to report-line
    perform 2900-put-report-line
    move spaces to report-line
    string "Entries listed:    " delimited by size
            edit-count-1 delimited by size
            "   References: " delimited by size
            edit-count-2 delimited by size
        into report-line
    end-string
    perform 2900-put-report-line
    if entries-listed = 0
        move "No history on the cross-reference" to report-line
        perform 2900-put-report-line
        move 4 to condition-code
    end-if
    close report-file

    move condition-code to return-code
    stop run.

*> ---------------------------------------------------------------
*> picks the cross-reference file name up from the same optional
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
                    if parm-keyword = 'XREF-FILE'
                        move parm-value to xref-file-name
                    end-if
                end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> reads the next record in key order and lists it while it still
*> belongs to the reference (or prefix) asked for - the first
*> record past it ends the listing. each reference gets its own
*> heading line, then one pair of lines per batch it went through
*> ---------------------------------------------------------------
2000-list-one-entry.
    read xref-file next record
        at end
            move 'Y' to xref-eof
        not at end
            if prefix-mode = 1
                if xref-reference(1:wanted-length)
                        not = wanted-reference(1:wanted-length)
                    move 'Y' to xref-eof
                end-if
            else
                if xref-reference not = wanted-reference
                    move 'Y' to xref-eof
                end-if
            end-if
    end-read

    if xref-eof = 'N'
        if references-listed = 0
                or xref-reference not = last-reference
            move xref-reference to last-reference
            add 1 to references-listed
            move spaces to report-line
            perform 2900-put-report-line
            move spaces to report-line
            string "Reference " delimited by size
                    xref-reference delimited by size
                    "  document date " delimited by size
                    xref-doc-date delimited by size
                into report-line
            end-string
            perform 2900-put-report-line
        end-if

        add 1 to entries-listed
        move xref-line to edit-line
        move spaces to report-line
        string "  " delimited by size
                xref-date delimited by size
                " " delimited by size
                xref-time delimited by size
                "  " delimited by size
                xref-batch delimited by space
                "  line" delimited by size
                edit-line delimited by size
            into report-line
        end-string
        perform 2900-put-report-line

        move xref-decimal to edit-decimal
        move spaces to report-line
        if xref-verdict = 'INVALID'
            string "      " delimited by size
                    xref-roman delimited by space
                    "  " delimited by size
                    xref-verdict delimited by space
                    "  " delimited by size
                    xref-reason delimited by size
                into report-line
            end-string
        else if xref-verdict = 'CORRECTED'
            *> a numeral the corrections table rescued shows the
            *> spelling it was corrected to beside its value
            string "      " delimited by size
                    xref-roman delimited by size
                    " = " delimited by size
                    edit-decimal delimited by size
                    "  " delimited by size
                    xref-verdict delimited by space
                    " AS " delimited by size
                    xref-reason delimited by size
                into report-line
            end-string
        else
            string "      " delimited by size
                    xref-roman delimited by size
                    " = " delimited by size
                    edit-decimal delimited by size
                    "  " delimited by size
                    xref-verdict delimited by size
                into report-line
            end-string
        end-if
        end-if
        perform 2900-put-report-line
    end-if.

*> ---------------------------------------------------------------
*> one report line goes both to the screen for the operator and to
*> the report file for the record
*> ---------------------------------------------------------------
2900-put-report-line.
    display report-line
    move report-line to report-file-record
    write report-file-record.
