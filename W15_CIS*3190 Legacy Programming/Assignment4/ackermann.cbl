    88 overflow-occurred value 'Y'.
    88 overflow-did-not-occur value 'N'.

*> pre-flight filter - the largest N worth attempting for a given M.
*> a pair past its row's N, or an M without a row, comes back err 3
*> without running. the rows may sit above capacity but never below
*> it: a pair inside a row can still fail on ST-TOP, never the
*> reverse, so the filter is safe for any MAX-DEPTH a caller passes.
*> the capacity figures themselves come from the boundary table that
*> iterative_ackermann's frontier search (run mode F) writes - at a
*> 1,000,000-deep stack it reads
*>      M  LAST GOOD N   RESULT  PEAK DEPTH  FIRST FAIL N
*>      0  no limit - the stack never passes depth 1
*>      1       999998  1000000      999999        999999  OVERFLOW
*>      2       499998   999999      999998        499999  OVERFLOW
*>      3           16   524285      524284            17  OVERFLOW
*>      4            0       13          12             1  REJECTED
*> M = 4, N = 1 is kept out on running time rather than depth -
*> A(4,1) = A(3,13) = 65533 stays well inside the stack but takes
*> billions of steps. rerun the frontier search whenever the stack
*> size changes and bring this table up to date from its report
01 safe-range-values.
    02 filler pic X(14) value '00999999999999'.
    02 filler pic X(14) value '01999999999999'.
