*>                   busiest values, and how few records carry the
*>                   bulk of the traffic
*> the function keyword is the command-line parameter, so each of
*> these can run as an unattended batch step. LOAD and PURGE
*> rewrite the master, so they are only run for an operator the
*> authorization file allows them (see opauth) - the operator ID
*> comes from OPERATOR= on the parameter or from the ROMAN_OPERATOR
*> environment variable, and a refusal ends the step with
*> condition code 24. a LOAD, a PURGE and a refusal each leave an
*> entry on the audit trail signed with the operator - the
*> function in the input column, LOAD, PURGE or REFUSED as the
*> verdict, and the records loaded or purged (a PURGE's retention
*> date in the reference column) or the reason for the refusal -
*> chained on from the trail's seal as the converter chains its
*> own, under the same writer lock; a trail another run is
*> writing refuses the function with condition code 20. the
*> audit trail's name follows AUDIT-FILE= and the master file name
*> follows the same MASTER-FILE= setting in the optional
*> ROMAN-PARMS.TXT run-parameters file the converter reads, so the
*> utility can never maintain a different file than the one the
assign to parms-file-name
organization is line sequential
file status is parms-file-status.
select audit-file
assign to audit-file-name
organization is line sequential
file status is audit-file-status.
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
01 report-file-record picture x(80).
fd  parms-file.
01 parms-file-record picture x(80).
*> same audit record, seal and writer lock the converter keeps
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
fd  seal-file.
01 seal-file-record.
    05 seal-sequence picture 9(10).
    05 filler picture x(01).
    05 seal-check picture 9(10).
    05 filler picture x(01).
    05 seal-date picture x(08).
    05 filler picture x(01).
    05 seal-time picture x(06).
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
01 batch-parm picture x(64) value spaces.
77 batch-parm-length picture 9(2) value 0.
01 function-word picture x(08) value spaces.
01 operator-id picture x(08) value spaces.
01 operators-file-name picture x(64) value 'ROMAN-OPERATORS.TXT'.
01 auth-function picture x(10) value spaces.
77 auth-result picture 9(1) value 0.
77 token-length picture 9(2) value 0.
01 purge-cutoff picture x(08) value spaces.
77 mst-eof picture a(1) value 'N'.
77 record-count picture 9(8) value 0.
01 edit-count-2 picture z(07)9.
01 edit-sum picture z(11)9.
77 condition-code picture 9(2) value 0.
*> audit trail - where the chain ends, and the entry a LOAD, a
*> PURGE or a refusal adds to it
01 audit-file-name picture x(64) value 'AUDIT-LOG.TXT'.
01 audit-file-status picture x(02).
01 seal-file-name picture x(64) value spaces.
01 seal-file-status picture x(02).
01 audit-lock-file-name picture x(64) value spaces.
01 audit-lock-file-status picture x(02).
77 audit-lock-refused picture 9(1) value 0.
77 name-length picture 9(2) value 0.
77 audit-eof picture a(1) value 'N'.
77 chain-sequence picture 9(10) value 0.
77 chain-check picture 9(10) value 0.
01 chain-text picture x(94) value spaces.
01 today-date picture x(08) value spaces.
01 time-now picture x(08) value spaces.
01 entry-result picture x(20) value spaces.
01 entry-valid picture x(10) value spaces.
01 entry-reference picture x(12) value spaces.
01 entry-count picture 9(08) value 0.

procedure division.
    open output standard-output
        move function upper-case(batch-parm(1:8)) to function-word
    end-if

    *> the operator signs on through the environment, or through
    *> OPERATOR= on the parameter, which wins when both are set
    accept operator-id from environment "ROMAN_OPERATOR"
    move function upper-case(operator-id) to operator-id
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

    if function-word(1:5) = 'DUMP ' or function-word = 'DUMP'
        perform 2000-dump-master
    else if function-word(1:5) = 'LOAD ' or function-word = 'LOAD'
        move 'LOAD' to auth-function
        perform 0600-acquire-audit-lock
        if audit-lock-refused = 0
            perform 0500-authorize-function
            if auth-result = 0
                perform 3000-load-master
                move record-count to entry-count
                move spaces to entry-result
                if condition-code = 0
                    string "LOADED " delimited by size
                            entry-count delimited by size
                        into entry-result
                    end-string
                else
                    move 'NOT LOADED' to entry-result
                end-if
                move 'LOAD' to entry-valid
                move spaces to entry-reference
                perform 0700-write-audit-entry
            end-if
            perform 0650-release-audit-lock
        end-if
    else if function-word(1:6) = 'PURGE '
        move spaces to purge-cutoff
        if batch-parm-length >= 14
            display "PURGE needs a retention date: PURGE YYYYMMDD"
            move 16 to condition-code
        else
            move 'PURGE' to auth-function
            perform 0600-acquire-audit-lock
            if audit-lock-refused = 0
                perform 0500-authorize-function
                if auth-result = 0
                    perform 4000-purge-master
                    move purge-count to entry-count
                    move spaces to entry-result
                    if condition-code = 0
                        string "PURGED " delimited by size
                                entry-count delimited by size
                            into entry-result
                        end-string
                    else
                        move 'NOT PURGED' to entry-result
                    end-if
                    move 'PURGE' to entry-valid
                    move purge-cutoff to entry-reference
                    perform 0700-write-audit-entry
                end-if
                perform 0650-release-audit-lock
            end-if
        end-if
    else if function-word(1:6) = 'STATS ' or function-word = 'STATS'
        perform 5000-report-stats
        display "Expected DUMP, LOAD, PURGE YYYYMMDD or STATS"
        move 16 to condition-code
    end-if
    end-if
    end-if
    end-if

    move condition-code to return-code
    stop run.
        move parm-value to dump-file-name
    else if parm-keyword = 'MASTER-REPORT'
        move parm-value to report-file-name
    else if parm-keyword = 'OPERATORS-FILE'
        move parm-value to operators-file-name
    else if parm-keyword = 'AUDIT-FILE'
        move parm-value to audit-file-name
    end-if
    end-if.

*> ---------------------------------------------------------------
*> checks the operator against the authorization file before a
*> function that rewrites the master. anything short of a clear
*> authorization refuses the function with condition code 24 and
*> says why, so the job log shows who was turned away
*> ---------------------------------------------------------------
0500-authorize-function.
    call "opauth" using operators-file-name, operator-id,
        auth-function, auth-result
    if auth-result = 0
        display auth-function " authorized for operator " operator-id
    else
        if auth-result = 1
            move 'NO OPERATOR ID' to entry-result
            display auth-function " refused - no operator ID given"
                " (OPERATOR= or ROMAN_OPERATOR)"
        else if auth-result = 2
            move 'UNKNOWN OPERATOR' to entry-result
            display auth-function " refused - operator " operator-id
                " is not on the authorization file"
        else if auth-result = 3
            move 'NOT AUTHORIZED' to entry-result
            display auth-function " refused - operator " operator-id
                " is not authorized for it"
        else
            move 'NO AUTHORIZATION' to entry-result
            display auth-function " refused - authorization file "
                "missing: " operators-file-name
        end-if
        end-if
        end-if
        move 24 to condition-code
        move 'REFUSED' to entry-valid
        move spaces to entry-reference
        perform 0700-write-audit-entry
    end-if.

*> ---------------------------------------------------------------
*> takes the audit trail's writer lock the way the converter does
*> (AUDIT-LOG.TXT locks through AUDIT-LOG-LOCK.TXT, and seals to
*> AUDIT-LOG-SEAL.TXT) before a function that will put an entry on
*> the trail. a live INUSE marker means a run is appending to the
*> trail right now, and the function is refused with condition
*> code 20 rather than chain an entry in beside it
*> ---------------------------------------------------------------
0600-acquire-audit-lock.
    move 0 to name-length
    inspect function reverse (audit-file-name)
        tallying name-length
        for leading space
    subtract name-length from length of audit-file-name
        giving name-length
    if name-length > 4
        if function upper-case(audit-file-name(name-length - 3:4))
                = '.TXT'
            subtract 4 from name-length
        end-if
    end-if
    move spaces to seal-file-name
    string audit-file-name(1:name-length) delimited by size
            "-SEAL.TXT" delimited by size
        into seal-file-name
    end-string
    move spaces to audit-lock-file-name
    string audit-file-name(1:name-length) delimited by size
            "-LOCK.TXT" delimited by size
        into audit-lock-file-name
    end-string

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
        display auth-function " refused - audit trail in use since "
            audit-lock-time(1:2) ":" audit-lock-time(3:2)
            " (" audit-lock-date ")"
        if audit-lock-operator not = spaces
            display "Lock held by operator " audit-lock-operator
        end-if
        move 20 to condition-code
    else
        accept today-date from date yyyymmdd
        accept time-now from time
        move spaces to audit-lock-file-record
        move 'INUSE' to audit-lock-state
        move today-date to audit-lock-date
        move time-now(1:6) to audit-lock-time
        move operator-id to audit-lock-operator
        open output audit-lock-file
        write audit-lock-file-record
        close audit-lock-file
    end-if.

0650-release-audit-lock.
    accept today-date from date yyyymmdd
    accept time-now from time
    move spaces to audit-lock-file-record
    move 'DONE' to audit-lock-state
    move today-date to audit-lock-date
    move time-now(1:6) to audit-lock-time
    move operator-id to audit-lock-operator
    open output audit-lock-file
    write audit-lock-file-record
    close audit-lock-file.

*> ---------------------------------------------------------------
*> appends one entry - the function, entry-result, entry-valid and
*> entry-reference, signed with the operator - chained on from the
*> seal exactly as the converter and the retention step chain
*> their own (with no seal, from the last sequenced entry on the
*> trail), then moves the seal on to it
*> ---------------------------------------------------------------
0700-write-audit-entry.
    move 0 to chain-sequence
    move 0 to chain-check
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
    else
        move 'N' to audit-eof
        open input audit-file
        if audit-file-status = '00'
            perform 0710-scan-audit-tail until audit-eof = 'Y'
            close audit-file
        end-if
    end-if

    accept today-date from date yyyymmdd
    move spaces to audit-file-record
    move today-date to log-date
    move auth-function to log-input
    move entry-result to log-result
    move entry-valid to log-valid
    move entry-reference to log-reference
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

    accept time-now from time
    open output seal-file
    if seal-file-status = '00'
        move spaces to seal-file-record
        move chain-sequence to seal-sequence
        move chain-check to seal-check
        move today-date to seal-date
        move time-now(1:6) to seal-time
        write seal-file-record
        close seal-file
    end-if.

0710-scan-audit-tail.
    read audit-file
        at end
            move 'Y' to audit-eof
        not at end
            if log-sequence is numeric and log-check is numeric
                move log-sequence to chain-sequence
                move log-check to chain-check
            end-if
    end-read.

*> ---------------------------------------------------------------
*> DUMP - copies the whole master, in key order, to the readable
*> sequential dump file. the dump is both the backup LOAD rebuilds
