*> comes from an AUDIT-RETENTION= setting (days) in the optional
*> ROMAN-PARMS.TXT run-parameters file; the command-line parameter
*> may override it with a different day count for a one-off run.
*> an override shorter than the configured retention cuts entries
*> off the live log early, so it is only honoured for an operator
*> the authorization file allows RETENTION (see opauth) - the
*> operator ID comes from OPERATOR= after the day count or from the
*> ROMAN_OPERATOR environment variable, and a refusal trims nothing,
*> goes on the trail as a REFUSED entry with the operator and the
*> reason, and ends the step with condition code 24. the live log
*> is rewritten here, so the step takes the trail's writer lock
*> (AUDIT-LOG-LOCK.TXT beside AUDIT-LOG.TXT) the converter takes,
*> and a trail another run is writing ends the step untouched
*> with condition code 20.
*> archives are appended to, never rewritten, so running this step
*> every night (or only once a quarter) gives the same files.
*> entries move across with their sequence numbers and checks
*> untouched, so the audit chain runs on from the archives into
*> the live log, and each trim that moves anything closes with a
*> ROLLOVER entry of its own, chained on from the trail's seal,
*> recording how many entries went out and the cutoff they went
*> out under

identification division.
program-id. auditarc.
assign to parms-file-name
organization is line sequential
file status is parms-file-status.
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
01 stdout-record picture x(80).
*> the split only looks at the leading date column and the chain
*> columns on the end - every record is carried through untouched.
*> the columns between are filled only for the ROLLOVER entry
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
fd  archive-file.
01 archive-file-record picture x(105).
fd  keep-file.
01 keep-file-record picture x(105).
fd  parms-file.
01 parms-file-record picture x(80).
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
*> same writer lock the converter keeps on the trail
fd  audit-lock-file.
01 audit-lock-file-record.
    05 audit-lock-state picture x(05).
    05 filler picture x(01).
    05 audit-lock-date picture x(08).
    05 filler picture x(01).
    05 audit-lock-time picture x(08).
    05 filler picture x(01).
    05 audit-lock-operator picture x(08).

working-storage section.
77 i picture s9(4) usage is computational.
01 edit-count-1 picture z(07)9.
01 edit-count-2 picture z(07)9.
77 condition-code picture 9(2) value 0.
*> audit chain - where the trail ends, from the seal or failing
*> that from the last sequenced entry the split read
01 seal-file-name picture x(64) value spaces.
01 seal-file-status picture x(02).
77 chain-sequence picture 9(10) value 0.
77 chain-check picture 9(10) value 0.
77 tail-sequence picture 9(10) value 0.
77 tail-check picture 9(10) value 0.
01 chain-text picture x(94) value spaces.
01 seal-time-now picture x(08) value spaces.
01 rollover-count picture 9(08) value 0.
77 tail-eof picture a(1) value 'N'.
01 audit-lock-file-name picture x(64) value spaces.
01 audit-lock-file-status picture x(02).
77 audit-lock-refused picture 9(1) value 0.
*> operator sign-on, for a shortened retention override
01 operator-id picture x(08) value spaces.
01 operators-file-name picture x(64) value 'ROMAN-OPERATORS.TXT'.
01 auth-function picture x(10) value spaces.
77 auth-result picture 9(1) value 0.
01 refusal-reason picture x(20) value spaces.
77 token-length picture 9(2) value 0.
77 override-length picture 9(2) value 0.
77 override-days picture 9(4) value 0.

procedure division.
    open output standard-output
    *> retention step can never trim a different trail than the
    *> one the batches write
    perform 0400-read-run-parameters
    perform 1000-derive-names

    *> the optional command-line parameter overrides the retention
    *> day count for this run only - handy for a one-off deep trim.
    *> the operator signs on through the environment, or through
    *> OPERATOR= after the day count, which wins when both are set
    accept operator-id from environment "ROMAN_OPERATOR"
    move function upper-case(operator-id) to operator-id
    accept batch-parm from command-line
    move 0 to batch-parm-length
    inspect function reverse (batch-parm)
        for leading space
    subtract batch-parm-length from length of batch-parm
        giving batch-parm-length
    perform varying i from 1 by 1 until i > batch-parm-length - 8
        if function upper-case(batch-parm(i:9)) = 'OPERATOR='
            move spaces to operator-id
            perform varying token-length from 0 by 1
                    until token-length > 7
                    or i + 9 + token-length > batch-parm-length
                    or batch-parm(i + 9 + token-length:1) = space
                move batch-parm(i + 9 + token-length:1)
                    to operator-id(token-length + 1:1)
            end-perform
            move function upper-case(operator-id) to operator-id
        end-if
    end-perform

    *> nothing is read or rewritten until the trail is this step's
    *> alone - a converter run still writing to it refuses the trim
    perform 0600-acquire-audit-lock
    if audit-lock-refused = 1
        display "Audit trail in use - nothing trimmed"
        move 20 to return-code
        stop run
    end-if

    move 0 to override-length
    perform varying i from 1 by 1
            until i > batch-parm-length or batch-parm(i:1) = space
        move i to override-length
    end-perform
    if override-length > 0
            and function upper-case(batch-parm(1:9)) not = 'OPERATOR='
        move 1 to parm-is-numeric
        perform varying i from 1 by 1 until i > override-length
            if batch-parm(i:1) < '0' or batch-parm(i:1) > '9'
                move 0 to parm-is-numeric
            end-if
        end-perform
        if parm-is-numeric = 1 and override-length <= 4
            move function numval(batch-parm(1:override-length))
                to override-days
            *> keeping more than configured is always allowed;
            *> keeping less needs the operator's authority
            if override-days < retention-days
                move 'RETENTION' to auth-function
                perform 0500-authorize-function
            end-if
            if auth-result = 0
                move override-days to retention-days
            end-if
        else
            display "Retention parameter not understood: "
                batch-parm
    compute today-integer = today-integer - retention-days
    move function date-of-integer(today-integer) to cutoff-date

    if auth-result not = 0
        display "Retention override refused - nothing trimmed"
    else
        open input audit-file
        if audit-file-status not = '00'
            display "Audit file not found: " audit-file-name
            move 8 to condition-code
        else
            *> pass one - older entries go to their month's archive
            *> (appended, so an archive month touched by several runs
            *> keeps accumulating), kept entries go to the work file
            open output keep-file
            perform 2000-split-one-entry until aud-eof = 'Y'
            if archive-open = 1
                close archive-file
                move 0 to archive-open
            end-if
            close audit-file
            close keep-file

            *> pass two - the work file becomes the new live log, so
            *> the converter's next EXTEND carries straight on from
            *> the entries that survived the trim
            perform 3000-rewrite-live-log

            *> a trim that moved anything says so on the trail itself
            if entries-archived > 0
                perform 3200-write-rollover-entry
            end-if

            move entries-archived to edit-count-1
            move entries-kept to edit-count-2
            display " "
            display "-------------AUDIT RETENTION---------------"
            display "Audit file:        " audit-file-name
            display "Retention (days):  " retention-days
            display "Cutoff date:       " cutoff-date
            display "Entries archived: " edit-count-1
            display "Entries kept:     " edit-count-2
            display "Archive files:     " archive-files-used
            if entries-archived > 0
                display "Rollover entry:    " chain-sequence
            end-if
            display "---------------------------------------------"
        end-if
    end-if

    perform 0650-release-audit-lock
    move condition-code to return-code
    stop run.

                    else if parm-keyword = 'AUDIT-RETENTION'
                        move function numval(parm-value)
                            to retention-days
                    else if parm-keyword = 'OPERATORS-FILE'
                        move parm-value to operators-file-name
                    end-if
                    end-if
                end-if
            end-if
    end-read.

*> ---------------------------------------------------------------
*> checks the operator against the authorization file before a
*> shortened retention is used. anything short of a clear
*> authorization refuses it with condition code 24 and says why
*> ---------------------------------------------------------------
0500-authorize-function.
    call "opauth" using operators-file-name, operator-id,
        auth-function, auth-result
    if auth-result = 0
        display auth-function " authorized for operator " operator-id
    else
        if auth-result = 1
            move 'NO OPERATOR ID' to refusal-reason
            display auth-function " refused - no operator ID given"
                " (OPERATOR= or ROMAN_OPERATOR)"
        else if auth-result = 2
            move 'UNKNOWN OPERATOR' to refusal-reason
            display auth-function " refused - operator " operator-id
                " is not on the authorization file"
        else if auth-result = 3
            move 'NOT AUTHORIZED' to refusal-reason
            display auth-function " refused - operator " operator-id
                " is not authorized for it"
        else
            move 'NO AUTHORIZATION' to refusal-reason
            display auth-function " refused - authorization file "
                "missing: " operators-file-name
        end-if
        end-if
        end-if
        move 24 to condition-code
        perform 3400-write-refused-entry
    end-if.

*> ---------------------------------------------------------------
*> derives the work file name from the live log's - the same
*> base-plus-suffix convention every companion file in this system
    string audit-file-name(1:base-name-length) delimited by size
            "-KEEP.TXT" delimited by size
        into keep-file-name
    end-string

    move spaces to seal-file-name
    string audit-file-name(1:base-name-length) delimited by size
            "-SEAL.TXT" delimited by size
        into seal-file-name
    end-string

    move spaces to audit-lock-file-name
    string audit-file-name(1:base-name-length) delimited by size
            "-LOCK.TXT" delimited by size
        into audit-lock-file-name
    end-string.

*> ---------------------------------------------------------------
*> takes the audit trail's writer lock the way the converter does
*> - a live INUSE marker means a run is appending to the trail
*> right now, and trimming under it would lose its entries. a lock
*> a crashed run left behind is cleared by the converter's
*> CLEARLOCK, not here
*> ---------------------------------------------------------------
0600-acquire-audit-lock.
    move 0 to audit-lock-refused
    open input audit-lock-file
    if audit-lock-file-status = '00'
        read audit-lock-file
            at end
                continue
            not at end
                if audit-lock-state = 'INUSE'
                    move 1 to audit-lock-refused
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
    else
        accept today-date from date yyyymmdd
        accept seal-time-now from time
        move spaces to audit-lock-file-record
        move 'INUSE' to audit-lock-state
        move today-date to audit-lock-date
        move seal-time-now(1:6) to audit-lock-time
        move operator-id to audit-lock-operator
        open output audit-lock-file
        write audit-lock-file-record
        close audit-lock-file
    end-if.

0650-release-audit-lock.
    accept today-date from date yyyymmdd
    accept seal-time-now from time
    move spaces to audit-lock-file-record
    move 'DONE' to audit-lock-state
    move today-date to audit-lock-date
    move seal-time-now(1:6) to audit-lock-time
    move operator-id to audit-lock-operator
    open output audit-lock-file
    write audit-lock-file-record
    close audit-lock-file.

*> ---------------------------------------------------------------
*> judges one live-log entry against the cutoff: older entries go
*> to the archive file for their own month (the log is appended in
            move 'Y' to aud-eof
        not at end
            add 1 to entries-read
            if log-sequence is numeric and log-check is numeric
                move log-sequence to tail-sequence
                move log-check to tail-check
            end-if
            if log-date < cutoff-date
                if archive-open = 0
                        or log-date(1:6) not = open-archive-month
            move keep-file-record to audit-file-record
            write audit-file-record
    end-read.

*> ---------------------------------------------------------------
*> appends the ROLLOVER entry to the new live log - how many
*> entries went to the archives and the cutoff they went under
*> ---------------------------------------------------------------
3200-write-rollover-entry.
    perform 3250-find-chain-end
    move entries-archived to rollover-count
    move spaces to audit-file-record
    move today-date to log-date
    string "ARCHIVED " delimited by size
            rollover-count delimited by size
        into log-input
    end-string
    string "BEFORE " delimited by size
            cutoff-date delimited by size
        into log-result
    end-string
    move 'ROLLOVER' to log-valid
    perform 3300-append-chained-entry.

*> ---------------------------------------------------------------
*> finds where the chain ends: the seal beside the log, failing
*> that the last sequenced entry the split read, failing that
*> (a refusal reads nothing) the last sequenced entry on the log
*> ---------------------------------------------------------------
3250-find-chain-end.
    move tail-sequence to chain-sequence
    move tail-check to chain-check
    open input seal-file
    if seal-file-status = '00'
        read seal-file
            at end
                move '10' to seal-file-status
        end-read
        if seal-file-status = '00'
                and seal-sequence is numeric
                and seal-check is numeric
            move seal-sequence to chain-sequence
            move seal-check to chain-check
        end-if
        close seal-file
    else if tail-sequence = 0
        move 'N' to tail-eof
        open input audit-file
        if audit-file-status = '00'
            perform 3260-scan-audit-tail until tail-eof = 'Y'
            close audit-file
        end-if
    end-if
    end-if.

3260-scan-audit-tail.
    read audit-file
        at end
            move 'Y' to tail-eof
        not at end
            if log-sequence is numeric and log-check is numeric
                move log-sequence to chain-sequence
                move log-check to chain-check
            end-if
    end-read.

*> ---------------------------------------------------------------
*> the entry built in the audit record is signed with the operator,
*> chained on from the end of the trail exactly as the converter
*> chains its own records, appended, and the seal moved on to it
*> ---------------------------------------------------------------
3300-append-chained-entry.
    move operator-id to log-operator
    add 1 to chain-sequence
    move chain-sequence to log-sequence
    move audit-file-record(1:94) to chain-text
    call "audchk" using chain-text, chain-check, log-check
    move log-check to chain-check

    open extend audit-file
    if audit-file-status = '35'
        open output audit-file
    end-if
    write audit-file-record
    close audit-file

    accept seal-time-now from time
    open output seal-file
    if seal-file-status = '00'
        move spaces to seal-file-record
        move chain-sequence to seal-sequence
        move chain-check to seal-check
        move today-date to seal-date
        move seal-time-now(1:6) to seal-time
        write seal-file-record
        close seal-file
    end-if.

*> ---------------------------------------------------------------
*> a refused override goes on the trail the way the converter
*> records a refused CLEARLOCK - the function, why it was refused,
*> and the operator who asked for it
*> ---------------------------------------------------------------
3400-write-refused-entry.
    perform 3250-find-chain-end
    accept today-date from date yyyymmdd
    move spaces to audit-file-record
    move today-date to log-date
    move auth-function to log-input
    move refusal-reason to log-result
    move 'REFUSED' to log-valid
    perform 3300-append-chained-entry.
