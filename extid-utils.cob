*>        digits and the tenth is the correct Luhn check digit over
*>        the first nine; 0 for anything else, blanks included --
*>        whether a BLANK id is acceptable is the caller's policy.
*>
*>    <bool> ABA-CHECK(<routing-number>)
*>        routing-number is PIC X(9), the bank routing (ABA transit)
*>        number on a direct-deposit account.  Returns 1 when all nine
*>        positions are digits and the weighted sum 3-7-1 across them
*>        is a multiple of ten -- the check the Federal Reserve puts in
*>        the ninth digit -- so a mistyped routing number is refused at
*>        the screen instead of bouncing back from the bank as a return.
*>***************************************************************************
identification division. function-id. EXTID-CHECK.
environment division. configuration section.
    end-if.
    goback returning check-ok.
end function EXTID-CHECK.

identification division. function-id. ABA-CHECK.
environment division. configuration section.
    repository.
    function all intrinsic.
data division.
working-storage section.
    01 digit-ix pic 99.
    01 one-digit pic 9.
    01 aba-weight pic 9.
    01 aba-sum pic 9(4).
linkage section.
    01 check-ok pic 9.
    01 routing-number pic x(9).

procedure division using routing-number returning check-ok.
    move 0 to check-ok.
    if routing-number not numeric then
        goback returning check-ok
    end-if.
    move 0 to aba-sum.
    *> weights run 3, 7, 1 and repeat across all nine digits
    perform varying digit-ix from 1 by 1 until digit-ix > 9
        move function numval(routing-number(digit-ix:1)) to one-digit
        evaluate function mod(digit-ix, 3)
            when 1
                move 3 to aba-weight
            when 2
                move 7 to aba-weight
            when other
                move 1 to aba-weight
        end-evaluate
        compute aba-sum = aba-sum + one-digit * aba-weight
    end-perform.
    if function mod(aba-sum, 10) = 0 then
        move 1 to check-ok
    end-if.
    goback returning check-ok.
end function ABA-CHECK.
