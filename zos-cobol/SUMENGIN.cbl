      *> is invalid when the step is zero, the divisor is not
      *> positive, or the start/end direction does not match the
      *> step sign; descending ranges are summed like any other.
      *> A fresh range (resume value at the range start, totals
      *> zero) is answered in closed form unless the caller asks
      *> for iteration: the terms form an arithmetic series, as do
      *> the divisible terms, so the totals, the even count, and the
      *> last term come from the series formulas SUMCHECK uses, and
      *> the whole range is finished in one call whatever the
      *> iteration limit. The closed form is only used when it is
      *> certain no running total can pass the accumulator limit:
      *> the range must have no more than twice the limit in terms;
      *> for a range whose terms all have one sign the running
      *> totals only grow, so the final totals decide it; for a
      *> range that crosses zero the term count times the largest
      *> term must be within the limit. Anything else, and every
      *> resumed range, is iterated term by term, so an overflow is
      *> still found at the same term with the same partial totals.
       Environment Division.
       Data Division.
       Working-Storage Section.
           05  last-value-work      pic s9(9) value zero.
           05  iteration-work       pic s9(9) value zero.
           05  iteration-limit-work pic s9(9) value zero.
       01  filler                   packed-decimal.
           05  series-term-count    pic s9(10) value zero.
           05  series-last-term     pic s9(10) value zero.
           05  series-scan-term     pic s9(10) value zero.
           05  scan-term-index      pic s9(10) value zero.
           05  first-divisible-index pic s9(10) value zero.
           05  series-even-term-count pic s9(10) value zero.
           05  series-first-even-term pic s9(10) value zero.
           05  series-last-even-term pic s9(10) value zero.
           05  series-total-sum     pic s9(18) value zero.
           05  series-even-sum      pic s9(18) value zero.
           05  series-odd-sum       pic s9(18) value zero.
           05  largest-term-size    pic s9(10) value zero.
           05  term-size-bound      pic s9(18) value zero.
       01  first-divisible-found    pic x value "N".
       01  closed-form-flag         pic x value "N".
       01  divisible-period         pic s9(4) value zero.
       01  gcd-value-a              pic s9(4) value zero.
       01  gcd-value-b              pic s9(4) value zero.
       01  gcd-remainder            pic s9(4) value zero.
       01  accumulator-limit        pic s9(05) value 99999.
       01  overflow-check-total     pic s9(09) value zero.
       Linkage Section.
           move "N" to engine-invalid-flag
           move "N" to engine-overflow-flag
           move zero to engine-iteration-count
           move "I" to engine-method-used
           if engine-range-step = 0
              or engine-range-divisor = 0
              or engine-range-divisor < 0
               move "Y" to engine-invalid-flag
               goback
           end-if
           if engine-method-request not = "I"
              and engine-resume-value = engine-range-start
              and engine-sum-even = 0
              and engine-sum-odd = 0
              and engine-even-count = 0
               perform try-closed-form
               if closed-form-flag = "Y"
                   goback
               end-if
           end-if
           move engine-sum-even to sum-even-work
           move engine-sum-odd to sum-odd-work
           move engine-even-count to even-count-work
               end-if
           end-if
           .
       try-closed-form.
           move "Y" to closed-form-flag
           compute series-term-count =
               (engine-range-end - engine-range-start)
                   / engine-range-step
           compute series-last-term =
               engine-range-start
               + series-term-count * engine-range-step
           if series-term-count > accumulator-limit * 2
               move "N" to closed-form-flag
           else
               if (engine-range-start < 0 and series-last-term > 0)
                  or (engine-range-start > 0 and series-last-term < 0)
                   perform check-mixed-sign-bound
               end-if
           end-if
           if closed-form-flag = "Y"
               perform compute-series-totals
           end-if
           if closed-form-flag = "Y"
               move series-even-sum to engine-sum-even
               move series-odd-sum to engine-sum-odd
               move series-even-term-count to engine-even-count
               move series-last-term to engine-last-value
               compute engine-iteration-count = series-term-count + 1
               move "Y" to engine-complete-flag
               move "C" to engine-method-used
           end-if
           .
       check-mixed-sign-bound.
           move engine-range-start to largest-term-size
           if largest-term-size < 0
               compute largest-term-size = 0 - largest-term-size
           end-if
           if series-last-term > largest-term-size
               move series-last-term to largest-term-size
           end-if
           if 0 - series-last-term > largest-term-size
               compute largest-term-size = 0 - series-last-term
           end-if
           compute term-size-bound =
               (series-term-count + 1) * largest-term-size
           if term-size-bound > accumulator-limit
               move "N" to closed-form-flag
           end-if
           .
       compute-series-totals.
           compute series-total-sum =
               (series-term-count + 1)
               * (engine-range-start + series-last-term)
               / 2
           move zero to series-even-sum
           move zero to series-even-term-count
           perform locate-first-divisible-term
           if first-divisible-found = "Y"
               perform compute-divisible-period
               compute series-first-even-term =
                   engine-range-start
                   + first-divisible-index * engine-range-step
               compute series-even-term-count =
                   (series-term-count - first-divisible-index)
                       / divisible-period + 1
               compute series-last-even-term =
                   series-first-even-term
                   + (series-even-term-count - 1)
                       * divisible-period * engine-range-step
               compute series-even-sum =
                   series-even-term-count
                   * (series-first-even-term + series-last-even-term)
                   / 2
           end-if
           compute series-odd-sum = series-total-sum - series-even-sum
           if series-even-sum > accumulator-limit
              or series-even-sum < -accumulator-limit
              or series-odd-sum > accumulator-limit
              or series-odd-sum < -accumulator-limit
              or series-even-term-count > accumulator-limit
               move "N" to closed-form-flag
           end-if
           .
      *> The first term divisible by the divisor, if any, appears
      *> within the first divisor terms (or before the series ends,
      *> whichever comes first); after that, divisible terms recur
      *> every divisor / gcd(step, divisor) terms.
       locate-first-divisible-term.
           move "N" to first-divisible-found
           perform test-term-for-divisor
               varying scan-term-index from 0 by 1
               until scan-term-index >= engine-range-divisor
                  or scan-term-index > series-term-count
                  or first-divisible-found = "Y"
           .
       test-term-for-divisor.
           compute series-scan-term =
               engine-range-start + scan-term-index * engine-range-step
           if function mod(series-scan-term engine-range-divisor) = 0
               move "Y" to first-divisible-found
               move scan-term-index to first-divisible-index
           end-if
           .
       compute-divisible-period.
           move engine-range-step to gcd-value-a
           if gcd-value-a < 0
               compute gcd-value-a = 0 - gcd-value-a
           end-if
           move engine-range-divisor to gcd-value-b
           perform reduce-gcd-values until gcd-value-b = 0
           compute divisible-period =
               engine-range-divisor / gcd-value-a
           .
       reduce-gcd-values.
           compute gcd-remainder =
               function mod(gcd-value-a gcd-value-b)
           move gcd-value-b to gcd-value-a
           move gcd-remainder to gcd-value-b
           .
