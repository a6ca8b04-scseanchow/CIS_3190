*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> audchk.cob
*> October 15th, 2026
*> this file holds the audit trail's chained check value. every
*> audit record carries a run-wide sequence number and a ten-digit
*> check computed over the record's own columns - date through
*> operator and sequence number - folded onto the check of the
*> record before it. editing any column of a record, deleting one,
*> or slipping one in by hand changes every check from that point
*> on, so the verification step (auditver) can say exactly where
*> the trail was disturbed. the converter and the retention step
*> both call this to chain the records they write, and auditver
*> calls it to recompute them - the three must never disagree about
*> the sum. the fold multiplies the running value by a small prime
*> and adds each character's ordinal, reduced modulo the largest
*> ten-digit prime so the result always fits the record's check
*> column

identification division.
program-id. audchk.
environment division.
input-output section.
file-control.
    select standard-output assign to display.

data division.
file section.
fd standard-output.
    01 stdout-record picture x(80).

working-storage section.
77 i picture s9(4) usage is computational.
77 running-check picture s9(18) usage is computational.
77 chain-modulus picture s9(18) usage is computational
    value 9999999967.
77 chain-multiplier picture s9(4) usage is computational value 263.

linkage section.
01 chain-text picture x(94).
77 chain-previous picture 9(10).
77 chain-check picture 9(10).

procedure division using chain-text, chain-previous, chain-check.
0000-compute-check.
    *> the previous record's check seeds the fold, which is what
    *> ties each record to the one before it
    move chain-previous to running-check
    perform varying i from 1 by 1 until i > length of chain-text
        compute running-check = function mod(
            running-check * chain-multiplier
                + function ord(chain-text(i:1)), chain-modulus)
    end-perform
    move running-check to chain-check.
    exit program.
