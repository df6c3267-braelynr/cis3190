*> Assignment 3 - Cobol Re-engineering
*> lnFunctions - natural logarithm, alongside the root subprograms
*> Braelyn Rotman
*> 1006740

identification division.
program-id. lnFunctions.
environment division.

data division.
working-storage section.
77 num        pic 9(11)v9(6).
77 k          pic s9999.
77 n-term     pic s9999.
77 odd-div    pic s9999.
77 ln-arg     pic 9(12)v9(14).
77 ln-val     pic s9(03)v9(14).
77 mant       pic 9(12)v9(14).
77 two-count  pic s9(03).
77 neg-count  pic 9(03).
77 t-val      pic v9(14).
77 t-sq       pic v9(14).
77 t-pow      pic v9(14).
77 term       pic v9(14).
77 series     pic 9(02)v9(14).
77 exp-arg    pic s9(03)v9(14).
77 exp-red    pic s9(03)v9(14).
77 exp-val    pic 9(12)v9(14).
77 exp-term   pic 9(02)v9(14).
77 exp-sum    pic 9(02)v9(14).
77 previous   pic s9(12)v9(14).
77 current    pic s9(12)v9(14).
77 temp       pic s9(12)v9(14).
77 acc-base   pic s9(12)v9(14).
77 series-done pic x(01).
   88 series-converged value "Y".
77 ln-two     pic v9(14) value .69314718055995.
77 recon-temp pic s9(12)v9(14).
77 ln-acc     pic v9(6).
77 recon-tol  pic v9(6).

*> num is the number to find the natural log of
*> k is for iterations, counted across every series term worked
*> n-term numbers the terms within one series, odd-div is the odd
*> divisor of the current log series term
*> ln-arg/ln-val are the argument and answer of LN-SERIES, mant the
*> argument with its powers of two divided out (two-count of them,
*> neg-count when that is negative), t-val/t-sq/t-pow/term/series the
*> working of the series itself
*> exp-arg/exp-val are the argument and answer of EXP-SERIES, used only
*> by RECONCILE; exp-red is the argument with its multiples of ln 2
*> taken out, exp-term/exp-sum the working of the series
*> previous/current are the estimates before and after each term, temp
*> and acc-base their difference and size, used to calculate the
*> accuracy the same way the root subprograms do
*> ln-two is the natural log of 2 to fourteen places
*> recon-temp/ln-acc/recon-tol are used only by RECONCILE, ln-acc to
*> keep the accuracy the answer reached while the check works its own
*> series, recon-tol the disagreement the check will allow

linkage section.
01 userInput   pic s9(10)v9(6) sign leading separate.
01 max-iter    pic s9(05).
01 diff        pic v9(5).
01 result     pic -(11)9.9(6).
01 status-code pic 9(02).
   88 status-ok               value 00.
   88 status-too-many-iters   value 04.
   88 status-overflow         value 08.
   88 status-bad-input        value 12.
   88 status-recon-failed     value 16.
01 verify-req  pic x(01).
   88 verify-yes value "Y" "y".
01 iter-used    pic s9(05).
01 achieved-acc pic v9(6).

*> userInput is the number retreived from the main program
*> max-iter is the caller-supplied ceiling on series terms
*> diff is the caller-supplied accuracy required
*> result is the calculated logarithm
*> status-code tells the caller how to interpret result, with the same
*> codes the root subprograms use: 00 = converged, 04 = the series used
*> up max-iter terms without converging, 08 = a COMPUTE overflowed a
*> field's capacity, 12 = userInput was zero or negative (there is no
*> real logarithm), 16 = converged but the optional round-trip check
*> disagreed with the answer
*> verify-req is an optional caller flag; when set to Y, e is raised
*> to the converged result and reconciled against userInput before
*> returning
*> iter-used passes back how many series terms were actually consumed,
*> and achieved-acc the final relative accuracy reached, so max-iter
*> and diff can be tuned from evidence

procedure division using userInput, max-iter, diff, result, status-code,
    verify-req, iter-used, achieved-acc.

logarithm.
  *> initializing variables
  move 0 to result.
  move 00 to status-code.
  move 0 to iter-used.
  move 0 to achieved-acc.
  move 1 to k.
  move userInput to num.

  if userInput <= 0 then
      move 12 to status-code
      exit program
  end-if.

  move num to ln-arg.
  perform LN-SERIES.
  if not series-converged then
      move 04 to status-code
      move max-iter to iter-used
      exit program
  end-if.

  compute result rounded = ln-val
      on size error
          move 08 to status-code
          move 0 to result
          exit program
  end-compute.
  compute iter-used = k - 1.
  if verify-yes then
      perform RECONCILE
  end-if.
  exit program.
end-logarithm.

*> LN-SERIES takes the natural log of ln-arg: powers of two are divided
*> out until what is left lies between one and two, and the log of
*> that comes from the series 2(t + t**3/3 + t**5/5 + ...) with
*> t = (m - 1) / (m + 1), which never exceeds a third. Each term is one
*> iteration against max-iter; the series stops once a term no longer
*> moves the log by more than diff, nor by half a unit in the sixth
*> decimal place, since each term only shrinks by t**2 on the last
LN-SERIES.
  move ln-arg to mant.
  move 0 to two-count.
  perform until mant < 2
      compute mant = mant / 2
      add 1 to two-count
  end-perform.
  perform until mant >= 1
      compute mant = mant * 2
      subtract 1 from two-count
  end-perform.
  compute t-val rounded = (mant - 1) / (mant + 1).
  compute t-sq rounded = t-val * t-val.
  move t-val to t-pow.
  move 0 to series.
  move 1 to n-term.
  compute previous = two-count * ln-two.
  move "N" to series-done.
  perform until series-converged or k > max-iter
    compute odd-div = 2 * n-term - 1
    divide t-pow by odd-div giving term rounded
    compute series = series + term
    compute current rounded = 2 * series + two-count * ln-two
    add 1 to k
    perform MEASURE-ACCURACY
    if achieved-acc > diff or term > .0000005 then
        move current to previous
        compute t-pow rounded = t-pow * t-sq
        add 1 to n-term
    else
        move "Y" to series-done
    end-if
  end-perform.
  move current to ln-val.
end-ln-series.

*> EXP-SERIES raises e to exp-arg: whole multiples of ln 2 are taken
*> out and put back afterwards as doublings or halvings, and e to what
*> is left, which lies between nought and ln 2, comes from the series
*> 1 + r + r**2/2! + r**3/3! + ..., one iteration per term
EXP-SERIES.
  compute two-count = exp-arg / ln-two.
  compute exp-red = exp-arg - two-count * ln-two.
  if exp-red < 0 then
      subtract 1 from two-count
      compute exp-red = exp-red + ln-two
  end-if.
  move 1 to exp-sum.
  move 1 to exp-term.
  move 1 to n-term.
  move 1 to previous.
  move "N" to series-done.
  perform until series-converged or k > max-iter
    compute exp-term rounded = exp-term * exp-red
    divide exp-term by n-term giving exp-term rounded
    compute exp-sum = exp-sum + exp-term
    move exp-sum to current
    add 1 to k
    perform MEASURE-ACCURACY
    if achieved-acc > diff then
        move current to previous
        add 1 to n-term
    else
        move "Y" to series-done
    end-if
  end-perform.
  move exp-sum to exp-val.
  if two-count > 0 then
      perform two-count times
          compute exp-val = exp-val * 2
              on size error
                  move 08 to status-code
                  exit program
          end-compute
      end-perform
  else
      compute neg-count = - two-count
      perform neg-count times
          compute exp-val = exp-val / 2
      end-perform
  end-if.
end-exp-series.

*> MEASURE-ACCURACY sets achieved-acc from how far the last term moved
*> the estimate, relative to the size of the estimate
MEASURE-ACCURACY.
  compute temp = current - previous.
  if temp < 0 then
      compute temp = - temp
  end-if.
  compute acc-base = current + previous.
  if acc-base < 0 then
      compute acc-base = - acc-base
  end-if.
  if temp = 0 or acc-base = 0 then
      move 0 to achieved-acc
  else
      compute achieved-acc rounded = temp / acc-base
          on size error
              move .999999 to achieved-acc
      end-compute
  end-if.
end-measure-accuracy.

*> RECONCILE raises e to the converged result and compares it to the
*> original userInput, flagging status-recon-failed if a round-trip
*> disagreement bigger than diff turns up or the check itself cannot
*> converge. The answer is only carried to six places, so the check
*> never allows less than a unit in the sixth place, whatever diff is
RECONCILE.
  move achieved-acc to ln-acc.
  move diff to recon-tol.
  if recon-tol < .000001 then
      move .000001 to recon-tol
  end-if.
  move ln-val to exp-arg.
  move 1 to k.
  perform EXP-SERIES.
  if not series-converged then
      move 16 to status-code
  else
      compute recon-temp = exp-val - num
      if recon-temp < 0 then
          compute recon-temp = - recon-temp
      end-if
      if recon-temp / num > recon-tol then
          move 16 to status-code
      end-if
  end-if.
  move ln-acc to achieved-acc.
end-reconcile.

exit program.
