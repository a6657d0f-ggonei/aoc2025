           01 idx2 PIC 9(4) VALUE 0.
           01 nochange PIC 9(18) VALUE 1.
           01 nochangeg PIC 9(18) VALUE 1.
      *Sort-then-sweep work areas. Every range edge is a cut; the
      *elementary pieces between cuts are coloured with the highest
      *range index covering them (a max-heap of the ranges open at
      *that point), runs of one colour become segments, and each
      *colour keeps its segments chained in ID order.
           01 bndcount PIC 9(5) VALUE 0.
           01 bidx PIC 9(5) VALUE 0.
           01 bndtab.
             02 bndentry OCCURS 20000 TIMES.
               03 bndval PIC 9(18) VALUE 999999999999999999.
           01 srtcount PIC 9(4) VALUE 0.
           01 srtptr PIC 9(4) VALUE 0.
           01 srttab.
             02 srtentry OCCURS 9999 TIMES.
               03 srtmin PIC 9(18) VALUE 999999999999999999.
               03 srtix PIC 9(4) VALUE 0.
           01 hpcount PIC 9(4) VALUE 0.
           01 hpchild PIC 9(4) VALUE 0.
           01 hpparent PIC 9(4) VALUE 0.
           01 hpswap PIC 9(4) VALUE 0.
           01 hpdone PIC 9(1) VALUE 0.
           01 heaptab.
             02 hpix PIC 9(4) OCCURS 9999 TIMES.
           01 piecestart PIC 9(18) VALUE 0.
           01 pieceend PIC 9(18) VALUE 0.
           01 piececolour PIC 9(4) VALUE 0.
           01 incovered PIC 9(1) VALUE 0.
           01 segcount PIC 9(5) VALUE 0.
           01 sidx PIC 9(5) VALUE 0.
           01 seg1 PIC 9(5) VALUE 0.
           01 seg2 PIC 9(5) VALUE 0.
           01 segtab.
             02 segentry OCCURS 20000 TIMES.
               03 sgstart PIC 9(18).
               03 sgend PIC 9(18).
               03 sgcolour PIC 9(4).
               03 sgrun PIC 9(5).
               03 sgnext PIC 9(5).
               03 sgtaken PIC 9(1).
           01 colourtab.
             02 colourentry OCCURS 9999 TIMES.
               03 clhead PIC 9(5).
               03 cltail PIC 9(5).
           01 runcount PIC 9(5) VALUE 0.
           01 runlo PIC 9(5) VALUE 0.
           01 runhi PIC 9(5) VALUE 0.
           01 runmid PIC 9(5) VALUE 0.
           01 runfound PIC 9(5) VALUE 0.
           01 runpoint PIC 9(18) VALUE 0.
           01 runtab.
             02 runentry OCCURS 20000 TIMES.
               03 rnstart PIC 9(18).
               03 rnend PIC 9(18).
           01 newmin PIC 9(18) VALUE 0.
           01 newmax PIC 9(18) VALUE 0.

           LINKAGE SECTION.
           01 rcount PIC 9(4).
               03 rmax PIC 9(18).
           01 rflags.
             02 rflag PIC X(1) OCCURS 9999 TIMES.
      *Normalization mode: "PAIRWISE" for the original trim of
      *every range against every other, anything else for the
      *sort-then-sweep; returned as the mode that actually ran.
           01 rmode PIC X(8).

       PROCEDURE DIVISION USING rcount rtable rflags rmode.
      *Normalizes a table of ID ranges into non-overlapping ranges by
      *trimming each range back against every other, exactly as
      *day5-p2 always has: a min inside another range moves past its
      *wholly swallowed ends up inverted (min > max) and the caller
      *treats it as empty. Every range that was adjusted is flagged
      *"M" so callers can report which input ranges were merged.
      *Both modes give the same ranges and the same flags; the sweep
      *does it in one pass over the sorted edges instead of n-squared
      *comparisons, and the pairwise mode stays for parallel runs.
           PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > rcount
            MOVE SPACE TO rflag(idx)
           END-PERFORM
           IF rmode = "PAIRWISE" THEN
            PERFORM Pairwise
           ELSE
            MOVE "SWEEP" TO rmode
            PERFORM Sweep
           END-IF
           GOBACK.

           Pairwise.
            MOVE 1 TO nochangeg
            PERFORM UNTIL nochangeg = 0
             MOVE 1 TO nochangeg
             PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > rcount
              MOVE 1 TO nochange
              PERFORM UNTIL nochange = 0
               MOVE 1 TO nochange
               PERFORM VARYING idx2 FROM 1 BY 1 UNTIL idx2 > rcount
                IF idx NOT= idx2 THEN
                 IF rmin(idx) <= rmax(idx2)
                  AND rmin(idx) >= rmin(idx2) THEN
                  COMPUTE rmin(idx) = rmax(idx2) + 1
                  MOVE "M" TO rflag(idx)
                  ADD 1 TO nochange
                 END-IF
                 IF rmax(idx) >= rmin(idx2)
                  AND rmax(idx) <= rmax(idx2) THEN
                  COMPUTE rmax(idx) = rmin(idx2) - 1
                  MOVE "M" TO rflag(idx)
                  ADD 1 TO nochange
                 END-IF
                END-IF
               END-PERFORM
               IF nochange = 1 THEN MOVE 0 TO nochange
               ELSE ADD 1 TO nochangeg END-IF
              END-PERFORM
             END-PERFORM
             IF nochangeg = 1 THEN MOVE 0 TO nochangeg END-IF
            END-PERFORM.

      *The pairwise trim works through the ranges in index order,
      *each keeping the span from the first to the last of its IDs
      *that no later range covers and no earlier range has kept -
      *in colour terms, the first to the last of its own segments
      *not already inside an earlier range's span. A range left
      *with nothing is inverted to just past either end of the
      *contiguous run of covered IDs around it, where the trim's
      *jumps come to rest.
           Sweep.
            PERFORM Sortedges
            PERFORM Colour
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > rcount
             IF rmin(idx) > rmax(idx) THEN
              MOVE rmin(idx) TO runpoint
              PERFORM Findrun
              MOVE rmin(idx) TO newmin
              IF runfound > 0 THEN
               COMPUTE newmin = rnend(runfound) + 1
              END-IF
              MOVE rmax(idx) TO runpoint
              PERFORM Findrun
              MOVE rmax(idx) TO newmax
              IF runfound > 0 THEN
               COMPUTE newmax = rnstart(runfound) - 1
              END-IF
             ELSE
              MOVE 0 TO seg1 seg2
              MOVE clhead(idx) TO sidx
              PERFORM UNTIL sidx = 0
               IF sgtaken(sidx) = 0 THEN
                IF seg1 = 0 THEN
                 MOVE sidx TO seg1
                END-IF
                MOVE sidx TO seg2
               END-IF
               MOVE sgnext(sidx) TO sidx
              END-PERFORM
              IF seg1 = 0 THEN
               MOVE rmin(idx) TO runpoint
               PERFORM Findrun
               COMPUTE newmin = rnend(runfound) + 1
               COMPUTE newmax = rnstart(runfound) - 1
              ELSE
               MOVE sgstart(seg1) TO newmin
               MOVE sgend(seg2) TO newmax
               PERFORM VARYING sidx FROM seg1 BY 1 UNTIL sidx > seg2
                MOVE 1 TO sgtaken(sidx)
               END-PERFORM
              END-IF
             END-IF
             IF newmin NOT= rmin(idx) OR newmax NOT= rmax(idx) THEN
              MOVE newmin TO rmin(idx)
              MOVE newmax TO rmax(idx)
              MOVE "M" TO rflag(idx)
             END-IF
            END-PERFORM.

      *Every range's min and max + 1 as cuts, and the ranges by
      *min, both sorted; unused entries sort to the end.
           Sortedges.
            MOVE 0 TO bndcount srtcount
            PERFORM VARYING bidx FROM 1 BY 1 UNTIL bidx > 20000
             MOVE 999999999999999999 TO bndval(bidx)
            END-PERFORM
            PERFORM VARYING bidx FROM 1 BY 1 UNTIL bidx > 9999
             MOVE 999999999999999999 TO srtmin(bidx)
             MOVE 0 TO srtix(bidx)
            END-PERFORM
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > rcount
             IF rmin(idx) <= rmax(idx) THEN
              ADD 1 TO bndcount
              MOVE rmin(idx) TO bndval(bndcount)
              ADD 1 TO bndcount
              COMPUTE bndval(bndcount) = rmax(idx) + 1
              ADD 1 TO srtcount
              MOVE rmin(idx) TO srtmin(srtcount)
              MOVE idx TO srtix(srtcount)
             END-IF
            END-PERFORM
            IF bndcount > 1 THEN
             SORT bndentry ON ASCENDING KEY bndval
             SORT srtentry ON ASCENDING KEY srtmin
            END-IF.

      *One pass over the sorted cuts: ranges open as their min is
      *reached, closed ones drop off the top of the heap, and each
      *elementary piece takes the colour of the highest open index.
      *Adjacent covered pieces form one run, the stretch the trim
      *can jump across.
           Colour.
            MOVE 0 TO segcount runcount hpcount incovered
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > rcount
             MOVE 0 TO clhead(idx) cltail(idx)
            END-PERFORM
            MOVE 1 TO srtptr
            PERFORM VARYING bidx FROM 1 BY 1 UNTIL bidx >= bndcount
             IF bndval(bidx + 1) > bndval(bidx) THEN
              MOVE bndval(bidx) TO piecestart
              COMPUTE pieceend = bndval(bidx + 1) - 1
              PERFORM UNTIL srtptr > srtcount
               OR srtmin(srtptr) > piecestart
               MOVE srtix(srtptr) TO hpswap
               PERFORM Heappush
               ADD 1 TO srtptr
              END-PERFORM
              PERFORM UNTIL hpcount = 0
               OR rmax(hpix(1)) >= piecestart
               PERFORM Heappop
              END-PERFORM
              IF hpcount = 0 THEN
               MOVE 0 TO incovered
              ELSE
               MOVE hpix(1) TO piececolour
               PERFORM Addpiece
              END-IF
             END-IF
            END-PERFORM.

           Addpiece.
            IF incovered = 0 THEN
             ADD 1 TO runcount
             MOVE piecestart TO rnstart(runcount)
             MOVE 1 TO incovered
            END-IF
            MOVE pieceend TO rnend(runcount)
            IF segcount > 0 AND sgcolour(segcount) = piececolour
             AND sgrun(segcount) = runcount THEN
             MOVE pieceend TO sgend(segcount)
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO segcount
            MOVE piecestart TO sgstart(segcount)
            MOVE pieceend TO sgend(segcount)
            MOVE piececolour TO sgcolour(segcount)
            MOVE runcount TO sgrun(segcount)
            MOVE 0 TO sgnext(segcount) sgtaken(segcount)
            IF clhead(piececolour) = 0 THEN
             MOVE segcount TO clhead(piececolour)
            ELSE
             MOVE segcount TO sgnext(cltail(piececolour))
            END-IF
            MOVE segcount TO cltail(piececolour).

      *Max-heap of open range indexes: push hpswap, pop the top.
           Heappush.
            ADD 1 TO hpcount
            MOVE hpswap TO hpix(hpcount)
            MOVE hpcount TO hpchild
            MOVE 0 TO hpdone
            PERFORM UNTIL hpchild = 1 OR hpdone = 1
             COMPUTE hpparent = hpchild / 2
             IF hpix(hpparent) < hpix(hpchild) THEN
              MOVE hpix(hpparent) TO hpswap
              MOVE hpix(hpchild) TO hpix(hpparent)
              MOVE hpswap TO hpix(hpchild)
              MOVE hpparent TO hpchild
             ELSE
              MOVE 1 TO hpdone
             END-IF
            END-PERFORM.

           Heappop.
            MOVE hpix(hpcount) TO hpix(1)
            SUBTRACT 1 FROM hpcount
            MOVE 1 TO hpparent
            MOVE 0 TO hpdone
            PERFORM UNTIL hpdone = 1
             COMPUTE hpchild = hpparent * 2
             IF hpchild > hpcount THEN
              MOVE 1 TO hpdone
             ELSE
              IF hpchild < hpcount
               AND hpix(hpchild + 1) > hpix(hpchild) THEN
               ADD 1 TO hpchild
              END-IF
              IF hpix(hpchild) > hpix(hpparent) THEN
               MOVE hpix(hpparent) TO hpswap
               MOVE hpix(hpchild) TO hpix(hpparent)
               MOVE hpswap TO hpix(hpchild)
               MOVE hpchild TO hpparent
              ELSE
               MOVE 1 TO hpdone
              END-IF
             END-IF
            END-PERFORM.

      *The covered run holding runpoint, by binary search; zero
      *when the point is not covered.
           Findrun.
            MOVE 0 TO runfound
            MOVE 1 TO runlo
            MOVE runcount TO runhi
            PERFORM UNTIL runlo > runhi OR runfound > 0
             COMPUTE runmid = (runlo + runhi) / 2
             EVALUATE TRUE
              WHEN runpoint < rnstart(runmid)
               IF runmid = 1 THEN
                MOVE 1 TO runlo
                MOVE 0 TO runhi
               ELSE
                COMPUTE runhi = runmid - 1
               END-IF
              WHEN runpoint > rnend(runmid)
               COMPUTE runlo = runmid + 1
              WHEN OTHER
               MOVE runmid TO runfound
             END-EVALUATE
            END-PERFORM.
