       identification division.
       program-id.
       mklineage.
       author.
           Caramel Macchiato
       date-written.
           October 5, 2026.

      *----------------------------------------------------------
      *    Markov-tree lineage for the lifetime catalog. Every
      *    Markov number sits at exactly one node of the tree
      *    rooted at (1,1,1): the triple in which it is the largest
      *    member. From there the Vieta jump -- replace the largest
      *    member z of (x, y, z) by 3*x*y - z -- walks one step
      *    toward the root at a time. For every catalogued value
      *    this job rebuilds that walk from the stored companions
      *    (cat-b, cat-c) and records:
      *
      *      - the parent triple (the value's node with the value
      *        jumped away);
      *      - the depth (jumps from the value's node to the root);
      *      - the branch: FIBONACCI when the node carries a 1 (the
      *        1, 2, 5, 13, 34, 89 ... chain), PELL when it carries
      *        a 2 (the 29, 169, 985 ... chain), INTERIOR otherwise,
      *        ROOT for 1 itself.
      *
      *    The jump leaves a*a + b*b + c*c - 3*a*b*c unchanged, so a
      *    walk that lands on (1,1,1) is itself the proof that the
      *    stored triple satisfies the Markov identity -- no
      *    36-digit triple product needed. A value whose walk
      *    stalls (the jump stops shrinking the triple, goes to
      *    zero or below, or will not fit 18-digit arithmetic) is
      *    flagged EXCEPTION: the stored companions are not a
      *    Markov triple and the record deserves a look. Value 0,
      *    the degenerate (0,0,0) solution any range from 0 posts,
      *    has no place in the tree and is passed over.
      *
      *        mklineage            every catalogued value, one
      *                             line each to
      *                             data/markov-lineage.dat
      *        mklineage <value>    the full path for one value,
      *                             node by node, on the console
      *
      *    Exceptions end the job with condition code 8.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select markov-catalog assign dynamic catalog-file-name
               organization is indexed
               access mode is dynamic
               record key is cat-value
               file status is catalog-file-status.

           select lineage-file assign dynamic lineage-file-name
               organization is line sequential
               file status is lineage-file-status.

       data division.
       file section.
       fd  markov-catalog.
           copy "catrecord.cpy".

       fd  lineage-file.
       01  fd-lineage-line pic x(120).

       working-storage section.
           copy "lineage.cpy".
           01 catalog-file-name pic x(100)
                value "data/markov-catalog.dat".
           01 catalog-file-status pic x(2).
           01 catalog-eof pic x value "N".
              88 catalog-at-eof value "Y".
           01 lineage-file-name pic x(100)
                value "data/markov-lineage.dat".
           01 lineage-file-status pic x(2).

           01 cmdline pic x(50).
           01 arg1 pic x(50).
           01 run-date pic x(8).

      *    Set for the one-value inquiry: every node of the walk is
      *    shown, and the lineage file is left alone.
           01 path-mode pic x value "N".
              88 show-path value "Y".
           01 path-value usage is binary-double unsigned.

      *    The value under walk and the triple being descended,
      *    kept sorted so node-z is always the largest member.
           01 walk-value usage is binary-double unsigned.
           01 node-x usage is binary-double unsigned.
           01 node-y usage is binary-double unsigned.
           01 node-z usage is binary-double unsigned.
           01 swap-val usage is binary-double unsigned.
      *    Signed: a corrupt triple can jump below zero.
           01 next-z usage is binary-double.
           01 walk-depth usage is binary-long unsigned.
      *    The first node below the value's own: its parent.
           01 parent-save-x usage is binary-double unsigned.
           01 parent-save-y usage is binary-double unsigned.
           01 parent-save-z usage is binary-double unsigned.
      *    No genuine path comes near this -- a node at depth 500
      *    would hold a value of hundreds of digits -- so hitting
      *    it means the walk is going round in circles.
           01 walk-limit usage is binary-long unsigned value 500.
           01 walk-status pic x value "Y".
              88 walk-ok value "Y".
              88 walk-broken value "N".
           01 walk-note pic x(40).
           01 branch-name pic x(9).

           01 values-walked usage is binary-long unsigned value 0.
           01 root-count usage is binary-long unsigned value 0.
           01 fibonacci-count usage is binary-long unsigned value 0.
           01 pell-count usage is binary-long unsigned value 0.
           01 interior-count usage is binary-long unsigned value 0.
           01 exception-count usage is binary-long unsigned value 0.
           01 degenerate-count usage is binary-long unsigned value 0.
           01 deepest-depth usage is binary-long unsigned value 0.
           01 deepest-value usage is binary-double unsigned value 0.

      * Formatting Variables
           01 valP pic z(13)9.
           01 xP pic z(13)9.
           01 yP pic z(13)9.
           01 zP pic z(13)9.
           01 cntP pic z(9)9.
           01 depthP pic z(3)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space into arg1.

           if arg1 not = spaces
               if function test-numval(arg1) not = 0
                   display "Usage: mklineage [<value>]"
                   move 12 to return-code
                   stop run
               end-if
               compute path-value = function numval(arg1)
               move "Y" to path-mode
           end-if

           move function current-date(1:8) to run-date

           open input markov-catalog
           if catalog-file-status not = "00"
               display "Error: cannot open "
                   function trim(catalog-file-name)
                   " (status " catalog-file-status ")"
               move 12 to return-code
               stop run
           end-if

           if show-path
               perform path-inquiry-para
               close markov-catalog
               stop run
           end-if

           open output lineage-file
           if lineage-file-status not = "00"
               display "Error: cannot open "
                   function trim(lineage-file-name)
                   " (status " lineage-file-status ")"
               move 12 to return-code
               stop run
           end-if

           display "===== Markov-tree lineage -- run date " run-date
               " ====="

           move zero to cat-value
           start markov-catalog key is not less than cat-value
               invalid key
                   move "Y" to catalog-eof
           end-start
           perform until catalog-at-eof
               read markov-catalog next record
                   at end
                       move "Y" to catalog-eof
                   not at end
                       perform lineage-one-value-para
               end-read
           end-perform

           close markov-catalog
           close lineage-file

           perform write-summary-para

           if exception-count > 0
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if

           stop run.

      *----------------------------------------------------------
      *    One catalogued value: walk it, classify it, write its
      *    lineage line.
      *----------------------------------------------------------
       lineage-one-value-para.
           if cat-value = 0
               compute degenerate-count = degenerate-count + 1
               exit paragraph
           end-if
           compute values-walked = values-walked + 1
           move cat-value to walk-value
           move cat-value to node-x
           move cat-b to node-y
           move cat-c to node-z
           perform walk-to-root-para

           move walk-value to lin-value
           move zero to lin-parent-1
           move zero to lin-parent-2
           move zero to lin-parent-3
           move spaces to lin-note
           move walk-depth to lin-depth
           if walk-broken
               compute exception-count = exception-count + 1
               move "EXCEPTION" to lin-branch
               move walk-note to lin-note
               move walk-value to valP
               display "  EXCEPTION: value " function trim(valP)
                   " -- " function trim(walk-note)
           else
               move branch-name to lin-branch
               perform count-branch-para
               if walk-depth > deepest-depth
                   move walk-depth to deepest-depth
                   move walk-value to deepest-value
               end-if
           end-if
           if walk-ok and walk-depth > 0
               move parent-save-x to lin-parent-1
               move parent-save-y to lin-parent-2
               move parent-save-z to lin-parent-3
           end-if
           write fd-lineage-line from lineage-record.

       count-branch-para.
           evaluate branch-name
               when "ROOT"
                   compute root-count = root-count + 1
               when "FIBONACCI"
                   compute fibonacci-count = fibonacci-count + 1
               when "PELL"
                   compute pell-count = pell-count + 1
               when other
                   compute interior-count = interior-count + 1
           end-evaluate.

      *----------------------------------------------------------
      *    The walk. On entry node-x/y/z hold the stored triple
      *    for WALK-VALUE in any order. First bring the triple to
      *    the value's own node -- jump away any member larger
      *    than the value, so the value ends up largest -- then
      *    note the branch and parent, then jump down to (1,1,1)
      *    counting the steps. Every jump must shrink the largest
      *    member and leave it positive; anything else means the
      *    triple was never a Markov triple.
      *----------------------------------------------------------
       walk-to-root-para.
           move "Y" to walk-status
           move spaces to walk-note
           move spaces to branch-name
           move zero to walk-depth
           move zero to parent-save-x
           move zero to parent-save-y
           move zero to parent-save-z

           if node-x = 0 or node-y = 0 or node-z = 0
               move "N" to walk-status
               move "stored triple carries a zero member"
                   to walk-note
               exit paragraph
           end-if

           perform sort-node-para
           perform until node-z <= walk-value or walk-broken
               perform jump-node-para
           end-perform
           if walk-broken
               exit paragraph
           end-if
           if node-z not = walk-value
               move "N" to walk-status
               move "value is not a member of its triple"
                   to walk-note
               exit paragraph
           end-if

      *    The value's own node: branch from its smallest member.
           if node-x = 1 and node-y = 1 and node-z = 1
               move "ROOT" to branch-name
           else
               if node-x = 1
                   move "FIBONACCI" to branch-name
               else
                   if node-x = 2
                       move "PELL" to branch-name
                   else
                       move "INTERIOR" to branch-name
                   end-if
               end-if
           end-if
           if show-path
               perform show-node-para
           end-if

           perform until node-z = 1 or walk-broken
               perform jump-node-para
               if walk-ok
                   compute walk-depth = walk-depth + 1
                   if walk-depth = 1
                       move node-x to parent-save-x
                       move node-y to parent-save-y
                       move node-z to parent-save-z
                   end-if
                   if show-path
                       perform show-node-para
                   end-if
                   if walk-depth > walk-limit
                       move "N" to walk-status
                       move "walk exceeds the depth limit"
                           to walk-note
                   end-if
               end-if
           end-perform.

      *    One Vieta jump of the largest member, then re-sort.
       jump-node-para.
           compute next-z = 3 * node-x * node-y - node-z
               on size error
                   move "N" to walk-status
                   move "jump exceeds 18-digit arithmetic"
                       to walk-note
           end-compute
           if walk-ok
               if next-z < 1
                   move "N" to walk-status
                   move "jump falls to zero or below" to walk-note
               else
                   if next-z >= node-z
                       move "N" to walk-status
                       move "jump does not descend toward the root"
                           to walk-note
                   else
                       move next-z to node-z
                       perform sort-node-para
                   end-if
               end-if
           end-if.

      *    Three-member exchange sort: node-x <= node-y <= node-z.
       sort-node-para.
           if node-x > node-y
               move node-x to swap-val
               move node-y to node-x
               move swap-val to node-y
           end-if
           if node-y > node-z
               move node-y to swap-val
               move node-z to node-y
               move swap-val to node-z
           end-if
           if node-x > node-y
               move node-x to swap-val
               move node-y to node-x
               move swap-val to node-y
           end-if.

      *----------------------------------------------------------
      *    One value, node by node, on the console.
      *----------------------------------------------------------
       path-inquiry-para.
           move path-value to cat-value
           read markov-catalog
               invalid key
                   move path-value to valP
                   display "Value " function trim(valP)
                       " is not on the catalog"
                   move 4 to return-code
                   exit paragraph
           end-read

           move path-value to valP
           display "===== Lineage of " function trim(valP) " ====="
           if cat-value = 0
               display "  The degenerate solution (0,0,0) -- not "
                   "part of the tree rooted at (1,1,1)"
               exit paragraph
           end-if
           move cat-value to walk-value
           move cat-value to node-x
           move cat-b to node-y
           move cat-c to node-z
           perform walk-to-root-para

           if walk-broken
               display "  EXCEPTION: " function trim(walk-note)
               move 8 to return-code
           else
               move walk-depth to depthP
               display "  Branch: " function trim(branch-name)
                   "   Depth: " function trim(depthP)
           end-if.

       show-node-para.
           move walk-depth to depthP
           move node-x to xP
           move node-y to yP
           move node-z to zP
           display "  depth " depthP "  ( " function trim(xP) ", "
               function trim(yP) ", " function trim(zP) " )".

      *----------------------------------------------------------
      *    Control totals for the catalog walk.
      *----------------------------------------------------------
       write-summary-para.
           move values-walked to cntP
           display "  Values walked:   " cntP
           move root-count to cntP
           display "  Root:            " cntP
           move fibonacci-count to cntP
           display "  Fibonacci branch:" cntP
           move pell-count to cntP
           display "  Pell branch:     " cntP
           move interior-count to cntP
           display "  Interior:        " cntP
           move exception-count to cntP
           display "  Exceptions:      " cntP
           if degenerate-count > 0
               display "  Value 0 passed over: the degenerate "
                   "(0,0,0) solution"
           end-if
           if deepest-depth > 0
               move deepest-value to valP
               move deepest-depth to depthP
               display "  Deepest value:   " function trim(valP)
                   " at depth " function trim(depthP)
           end-if
           display "  Lineage written to "
               function trim(lineage-file-name).
