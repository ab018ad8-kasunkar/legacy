identification division.
program-id. rnsrel.

*> 2026-10-15  items a supervisor marked for write-off (state 'W')
*> stay where they are for the rnsaging write-off step and are
*> counted on their own line instead of among the uncorrected.
*> 2026-09-02  a released item past the delete table's capacity was
*> still written to the release file but stayed on the suspense as
*> 'R', so the next rnsrel wrote it out again - duplicate input the
77  released-inv  picture 9(9) value 0.
77  still-suspended picture 9(9) value 0.
77  still-corrected picture 9(9) value 0.
77  still-marked    picture 9(9) value 0.
77  left-released   picture 9(9) value 0.
77  release-text  picture x(30).

            perform release-one-item
        when 'C'
            add 1 to still-corrected
        when 'W'
            add 1 to still-marked
        when other
            add 1 to still-suspended
    end-evaluate.
    move still-suspended to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'left marked for write-off' to cl-label
    move still-marked to cl-count
    move count-line to print-buffer
    perform write-one-line
    if left-released > 0
        move 'released items beyond this pass' to cl-label
        move left-released to cl-count
