    05 log-valid picture x(10).
    05 filler picture x(01).
    05 log-reference picture x(12).
    05 filler picture x(01).
    05 log-operator picture x(08).
    05 filler picture x(01).
    05 log-sequence picture 9(10).
    05 filler picture x(01).
    05 log-check picture 9(10).
fd  report-file.
01 report-file-record picture x(80).
fd  parms-file.
            *> are evidence of a different kind and stay out of
            *> the volume figures. a NORMALIZED entry is a
            *> conversion that succeeded under the lenient mode,
            *> and a SUSPECT one converted cleanly before a
            *> plausibility rule held it, so both count on the
            *> valid side of the split - as does a CORRECTED one,
            *> which the corrections table rescued
            if log-date >= report-from-date
                    and log-date <= report-to-date
                    and (log-valid = 'VALID'
                    or log-valid = 'INVALID'
                    or log-valid = 'NORMALIZED'
                    or log-valid = 'SUSPECT'
                    or log-valid = 'CORRECTED')
                add 1 to total-entries
                if log-valid = 'INVALID'
                    add 1 to total-invalid
