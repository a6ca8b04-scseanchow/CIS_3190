*> 0931679 - Sean Chow
*> CIS 3190 - A3
*> dateconv.cob
*> October 15th, 2026
*> this file holds the calendar date conversion the converter's DATE
*> mode uses. the registry documents date themselves in roman form -
*> "XV.III.MDCCCLXXIV", or spelled out as "die XV mensis III anno
*> MDCCCLXXIV" - and this takes a whole date like that apart into
*> its day, month and year numerals (each validated through conv
*> exactly as a single numeral would be), and hands back the
*> YYYYMMDD form. given an eight-digit YYYYMMDD instead, it goes the
*> other way and builds the roman day.month.year through d2roman.
*> either way the result is checked against the real calendar -
*> month lengths and leap years - so a XXX.II is refused rather
*> than turned into a date that never existed. the flag values
*> follow conv's for a bad numeral inside the date (1 illegal
*> character, 2 not canonical, 3 out of range) and add their own:
*> 4 the parts do not make a real calendar date, 5 the text does not
*> have the shape of a date at all

identification division.
program-id. dateconv.
environment division.
input-output section.
file-control.
    select standard-output assign to display.

data division.
file section.
fd standard-output.
    01 stdout-record picture x(80).

working-storage section.
77 i picture s99 usage is computational.
77 digit-count picture 99 usage is computational.
77 token-start picture s99 usage is computational.
77 part-count picture 9(1) value 0.
77 part-flag picture 9(1) value 0.
01 token-text picture x(30) value spaces.
77 token-length picture 9(2) value 0.
01 token-upper picture x(30) value spaces.
77 part-value picture 9(8) usage is computational.
01 part-roman picture x(30) value spaces.
77 date-day picture 9(8) usage is computational value 0.
77 date-month picture 9(8) usage is computational value 0.
77 date-year picture 9(8) usage is computational value 0.
77 month-days picture 9(2) value 0.
77 leap-year picture 9(1) value 0.
01 ymd-display.
    05 ymd-year picture 9(4).
    05 ymd-month picture 9(2).
    05 ymd-day picture 9(2).
01 day-roman picture x(30) value spaces.
01 month-roman picture x(30) value spaces.
01 year-roman picture x(30) value spaces.
77 build-flag picture 9(1) value 0.
77 roman-pointer picture 9(2) value 1.
*> a date is always judged in the classic notation with no
*> fraction - no calendar part needs brackets or twelfths
77 classic-notation picture 9(1) value 0.
77 fraction-off picture 9(1) value 0.
77 no-twelfths picture 9(2) value 0.
*> days in each month of a common year - February gets its
*> twenty-ninth day from the leap-year rule, not from the table
01 month-length-table value '312831303130313130313031'.
    05 month-length picture 9(2) occurs 12 times.

linkage section.
01 date-text picture x(48).
77 date-length picture 9(2).
01 date-ymd picture x(08).
01 date-roman picture x(30).
77 date-flag picture 9(1).

procedure division using date-text, date-length, date-ymd,
        date-roman, date-flag.
0000-convert-date.
    move 0 to date-flag
    move spaces to date-ymd
    move spaces to date-roman
    move 0 to date-day
    move 0 to date-month
    move 0 to date-year

    if date-length < 1
        move 5 to date-flag
        exit program
    end-if

    *> eight digits and nothing else is a YYYYMMDD on its way to
    *> roman; anything else is taken to be a roman date to parse
    move 0 to digit-count
    perform varying i from 1 by 1 until i > date-length
        if date-text(i:1) >= '0' and date-text(i:1) <= '9'
            add 1 to digit-count
        end-if
    end-perform

    if digit-count = date-length
        if date-length not = 8
            move 5 to date-flag
        else
            move function numval(date-text(1:4)) to date-year
            move function numval(date-text(5:2)) to date-month
            move function numval(date-text(7:2)) to date-day
        end-if
    else
        perform 1000-split-roman-date
    end-if

    if date-flag = 0
        perform 2000-check-calendar
    end-if

    *> both forms go back to the caller whichever way the date came
    *> in - the roman form always in its canonical day.month.year
    *> spelling, so the output is uniform however the document
    *> wrote it
    if date-flag = 0
        perform 3000-build-both-forms
    end-if.
    exit program.

*> ---------------------------------------------------------------
*> breaks a roman date into its day, month and year numerals. full
*> stops, blanks, slashes, dashes and commas all separate parts, and
*> the Latin connecting words the registry uses ("die", "mensis",
*> "anno", "domini") are stepped over, so the dotted and the
*> spelled-out forms both come down to three numerals. each one is
*> validated through conv on its own - a bad numeral anywhere in
*> the date carries conv's own reason back out
*> ---------------------------------------------------------------
1000-split-roman-date.
    move 0 to part-count
    move 0 to token-start
    perform varying i from 1 by 1
            until i > date-length + 1 or date-flag not = 0
        if i > date-length
                or date-text(i:1) = '.' or date-text(i:1) = space
                or date-text(i:1) = '/' or date-text(i:1) = '-'
                or date-text(i:1) = ','
            if token-start > 0
                perform 1100-take-date-part
                move 0 to token-start
            end-if
        else
            if token-start = 0
                move i to token-start
            end-if
        end-if
    end-perform

    if date-flag = 0 and part-count not = 3
        move 5 to date-flag
    end-if.

1100-take-date-part.
    compute token-length = i - token-start
    if token-length > 30
        move 1 to date-flag
    else
        move spaces to token-text
        move date-text(token-start:token-length) to token-text
        move function upper-case(token-text) to token-upper
        if token-upper = 'DIE' or token-upper = 'MENSIS'
                or token-upper = 'ANNO' or token-upper = 'DOMINI'
            continue
        else
            add 1 to part-count
            if part-count > 3
                move 5 to date-flag
            else
                call "conv" using token-upper, token-length,
                    part-value, part-roman, part-flag,
                    classic-notation, fraction-off, no-twelfths
                if part-flag not = 0
                    move part-flag to date-flag
                else
                    if part-count = 1
                        move part-value to date-day
                    else if part-count = 2
                        move part-value to date-month
                    else
                        move part-value to date-year
                    end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.

*> ---------------------------------------------------------------
*> holds the three parts up against the real calendar: a month of
*> 1-12, a year of 1-3999 (the classic notation's reach), and a day
*> no later than the last day of that month - the twenty-ninth of
*> February only in a Gregorian leap year
*> ---------------------------------------------------------------
2000-check-calendar.
    if date-year < 1 or date-year > 3999
            or date-month < 1 or date-month > 12
            or date-day < 1
        move 4 to date-flag
    else
        move month-length(date-month) to month-days
        if date-month = 2
            move 0 to leap-year
            if function mod(date-year, 4) = 0
                move 1 to leap-year
                if function mod(date-year, 100) = 0
                        and function mod(date-year, 400) not = 0
                    move 0 to leap-year
                end-if
            end-if
            if leap-year = 1
                move 29 to month-days
            end-if
        end-if
        if date-day > month-days
            move 4 to date-flag
        end-if
    end-if.

*> ---------------------------------------------------------------
*> builds the YYYYMMDD and the canonical roman day.month.year for a
*> date that passed the calendar check
*> ---------------------------------------------------------------
3000-build-both-forms.
    move date-year to ymd-year
    move date-month to ymd-month
    move date-day to ymd-day
    move ymd-display to date-ymd

    call "d2roman" using date-day, day-roman, build-flag,
        classic-notation, fraction-off, no-twelfths
    call "d2roman" using date-month, month-roman, build-flag,
        classic-notation, fraction-off, no-twelfths
    call "d2roman" using date-year, year-roman, build-flag,
        classic-notation, fraction-off, no-twelfths

    move 1 to roman-pointer
    string day-roman delimited by space
            "." delimited by size
            month-roman delimited by space
            "." delimited by size
            year-roman delimited by space
        into date-roman
        with pointer roman-pointer
    end-string.
