*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> opauth.cob
*> October 15th, 2026
*> this file holds the operator authorization check every program
*> with a privileged function makes before using it - CLEARLOCK in
*> the converter, PURGE and LOAD in romanmst, a shorter retention
*> override in auditarc. the authorization file (ROMAN-OPERATORS.TXT
*> unless OPERATORS-FILE= in the run-parameters file renames it)
*> holds one operator per line, '*' in column one for a comment:
*> the operator ID in the first eight columns, then after a blank
*> the functions that operator may use, separated by blanks - ALL
*> stands for every function. the answer comes back as a flag:
*> 0 authorized, 1 no operator ID was given, 2 the operator is not
*> on the file, 3 the operator may not use this function, 4 the
*> authorization file is missing, so nobody may. the caller refuses
*> the function on anything but 0

identification division.
program-id. opauth.
environment division.
input-output section.
file-control.
    select standard-output assign to display.
    select operators-file
    assign to auth-file-name
    organization is line sequential
    file status is operators-file-status.

data division.
file section.
fd standard-output.
    01 stdout-record picture x(80).
fd  operators-file.
    01 operators-file-record.
        05 opr-id picture x(08).
        05 filler picture x(01).
        05 opr-functions picture x(71).

working-storage section.
01 operators-file-status picture x(02).
77 operators-eof picture a(1) value 'N'.
77 operator-found picture 9(1) value 0.
77 function-found picture 9(1) value 0.
77 function-tally picture 9(2) value 0.
77 function-length picture 9(2) value 0.
01 wanted-operator picture x(08) value spaces.
01 wanted-function picture x(12) value spaces.
*> the function list with a blank either side, so a function is
*> only ever matched as a whole word - LOAD must not match RELOAD
01 padded-functions picture x(73) value spaces.

linkage section.
01 auth-file-name picture x(64).
01 auth-operator picture x(08).
01 auth-function picture x(10).
77 auth-result picture 9(1).

procedure division using auth-file-name, auth-operator,
        auth-function, auth-result.
0000-check-authority.
    move 0 to auth-result
    move 0 to operator-found
    move 0 to function-found

    if auth-operator = spaces
        move 1 to auth-result
        exit program
    end-if
    move function upper-case(auth-operator) to wanted-operator

    *> the function is searched for as " NAME " - blank, the name,
    *> blank - so its own length has to be known first
    move 0 to function-length
    inspect function reverse (auth-function)
        tallying function-length
        for leading space
    subtract function-length from length of auth-function
        giving function-length
    move spaces to wanted-function
    move function upper-case(auth-function(1:function-length))
        to wanted-function(2:function-length)

    move 'N' to operators-eof
    open input operators-file
    if operators-file-status not = '00'
        move 4 to auth-result
        exit program
    end-if
    perform 1000-check-one-operator until operators-eof = 'Y'
    close operators-file

    if operator-found = 0
        move 2 to auth-result
    else if function-found = 0
        move 3 to auth-result
    end-if
    end-if.
    exit program.

*> ---------------------------------------------------------------
*> reads one line of the authorization file; the operator's own
*> line ends the search, whether it grants the function or not
*> ---------------------------------------------------------------
1000-check-one-operator.
    read operators-file
        at end
            move 'Y' to operators-eof
        not at end
            if operators-file-record(1:1) not = '*'
                    and function upper-case(opr-id) = wanted-operator
                move 1 to operator-found
                move 'Y' to operators-eof
                move spaces to padded-functions
                move function upper-case(opr-functions)
                    to padded-functions(2:71)
                move 0 to function-tally
                inspect padded-functions tallying function-tally
                    for all wanted-function(1:function-length + 2)
                inspect padded-functions tallying function-tally
                    for all ' ALL '
                if function-tally > 0
                    move 1 to function-found
                end-if
            end-if
    end-read.
