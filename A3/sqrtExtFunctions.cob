*> Assignment 3 - Cobol Re-engineering
*> sqrtExtFunctions - extended-precision companion to sqrtFunctions
*> Braelyn Rotman
*> 1006740

identification division.
program-id. sqrtExtFunctions.
environment division.

data division.
working-storage section.
77 num        pic 9(19)v9(12).
77 k          pic s9999.
77 previous   pic 9(19)v9(12).
77 current    pic 9(19)v9(12).
77 temp       pic s9(19)v9(12).
77 scale-num  pic 9(19)v9(12).
77 int-digits pic s9(05).
77 guess-exp  pic s9(05).
77 guess-rem  pic s9(05).
77 recon-check pic 9(19)v9(12).
77 recon-temp  pic s9(19)v9(12).

*> the same Newton-Raphson square root as sqrtFunctions, carried in
*> fields wide enough for eighteen integer digits and twelve decimal
*> places, for the values the standard fields overflow or round away
*> num is the number to find the square root of
*> k is for iterations
*> previous is the previous estimate R(k-1)
*> next is the current estimate R(k)
*> temp is used to calculate the accuracy
*> scale-num/int-digits/guess-exp/guess-rem size the first estimate:
*> ten raised to half the number of integer digits, rounded up, is
*> always at or above the root and close to it, where num/2 would
*> spend thirty-odd iterations just halving its way down from 10**17
*> recon-check/recon-temp are used only by RECONCILE, to square the
*> converged result back and compare it against num


linkage section.
01 userInput   pic s9(18)v9(12) sign leading separate.
01 max-iter    pic s9(05).
01 diff        pic v9(12).
01 result     pic -(19)9.9(12).
01 status-code pic 9(02).
   88 status-ok               value 00.
   88 status-too-many-iters   value 04.
   88 status-overflow         value 08.
   88 status-bad-input        value 12.
   88 status-recon-failed     value 16.
01 verify-req  pic x(01).
   88 verify-yes value "Y" "y".
01 iter-used    pic s9(05).
01 achieved-acc pic v9(12).

*> userInput is the number retreived from the main program
*> max-iter is the caller-supplied ceiling on Newton-Raphson iterations
*> diff is the caller-supplied accuracy required
*> result is the calculated root
*> status-code tells the caller how to interpret result: 00 = converged
*> (result is the genuine answer, even if that answer is ~0), 04 = the
*> iteration loop used up max-iter tries without converging, 08 = a
*> COMPUTE overflowed userInput's/result's field capacity, 12 = userInput
*> was negative, 16 = converged but the optional round-trip check
*> disagreed with the answer
*> verify-req is an optional caller flag; when set to Y, the converged
*> result is squared back and reconciled against userInput before
*> returning
*> iter-used passes back how many Newton-Raphson iterations were
*> actually consumed, and achieved-acc the final relative accuracy
*> reached, so max-iter and diff can be tuned from evidence

procedure division using userInput, max-iter, diff, result, status-code,
    verify-req, iter-used, achieved-acc.

squareroot.
  *> initializing variables
  move 0 to result.
  move 00 to status-code.
  move 0 to iter-used.
  move 0 to achieved-acc.
  move 1 to k.
  move userInput to num.

  if userInput < 0 then
      move 12 to status-code
      exit program
  end-if.

  perform START-GUESS.

  perform until k > max-iter
    compute current rounded = (previous + num / previous) / 2
        on size error
            move 08 to status-code
            move 0 to result
            move k to iter-used
            exit program
    end-compute
    compute temp = current - previous
    if temp < 0 then
        compute temp = - temp
    end-if
    compute achieved-acc rounded = temp / (current + previous)

    *> If the accuracy has not been reached, set the current to the previous and iterate again
    if achieved-acc > diff then
        move current to previous
    else
        *> The accuracy has been reached and the result can be sent back to the main
        move current to result
        move k to iter-used
        if verify-yes then
            perform RECONCILE
        end-if
        exit program
    end-if
    compute k = k + 1
  end-perform.

  move 0 to result.
  move 04 to status-code.
  move max-iter to iter-used.
  exit program.
end-squareroot.

*> START-GUESS counts the integer digits of num and starts the
*> iteration from ten to the power of half that count, rounded up; a
*> value under one starts from one
START-GUESS.
  move num to scale-num.
  move 0 to int-digits.
  perform until scale-num < 1
      compute scale-num = scale-num / 10
      add 1 to int-digits
  end-perform.
  divide int-digits by 2 giving guess-exp remainder guess-rem.
  if guess-rem > 0 then
      add 1 to guess-exp
  end-if.
  compute previous = 10 ** guess-exp.
end-start-guess.

*> RECONCILE squares the converged result back and compares it to the
*> original userInput, flagging status-recon-failed if a round-trip
*> disagreement bigger than diff turns up
RECONCILE.
  compute recon-check = current * current
      on size error
          move 08 to status-code
          exit program
  end-compute.
  compute recon-temp = recon-check - num.
  if recon-temp < 0 then
      compute recon-temp = - recon-temp
  end-if.
  if recon-temp / num > diff then
      move 16 to status-code
  end-if.
end-reconcile.

exit program.
