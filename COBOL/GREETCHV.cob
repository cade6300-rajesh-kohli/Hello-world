       id division.
       program-id. greetchv.
      *
      * Callable chain-value routine for the GREETLOG audit trail.
      * Given the chain value of the previous audit row and a new
      * row, returns the new row's chain value - a running check
      * value folded over every byte of the row except the chain
      * value field itself, seeded with the previous row's value,
      * so each row's value depends on the whole trail before it.
      * hello-world CALLs it as each row is written and GREETVFY
      * CALLs it to recompute the chain when the trail is verified;
      * keeping the one calculation here means the writer and the
      * checker can never drift apart. The first row of the chain
      * is seeded with zero.
      *
       data division.
       working-storage section.
      * Modulus of the fold - the largest prime below 10**9, so the
      * value fits gl-chain-value and every byte changes the result.
       01 ws-chain-modulus      pic 9(9) value 999999937.
       01 ws-chain-work         pic 9(12).
       01 ws-byte-index         pic 9(5).
       01 ws-byte-count         pic 9(5).
      *
       linkage section.
       01 lk-prior-chain        pic 9(9).
           copy GREETLOG.
       01 lk-chain-value        pic 9(9).
      *
       procedure division using lk-prior-chain greeting-log-rec
               lk-chain-value.
      *
       0010-start.
           compute ws-byte-count = function length(greeting-log-rec)
               - function length(gl-chain-value).
           move lk-prior-chain to ws-chain-work.
           perform varying ws-byte-index from 1 by 1
                   until ws-byte-index > ws-byte-count
               compute ws-chain-work = function mod(
                   ws-chain-work * 257
                   + function ord(greeting-log-rec(ws-byte-index:1)),
                   ws-chain-modulus)
           end-perform.
           move ws-chain-work to lk-chain-value.
           goback.
