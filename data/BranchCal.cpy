*> branch-calendar-record - one date some branch is closed, on the
*> branch calendar file (BRCAL).  one flag per branch ("01"-"03"
*> in order) reads "C" where that branch is closed that day, so a
*> holiday closing every branch is a single row and a branch's own
*> closing (a staff day, a repair) flags just that branch.  a
*> loan is never due on a closed day (pmloanps rolls the due date
*> forward to the next open one), pmfines charges nothing for a
*> day the patron's branch was closed, and pmnotice counts its
*> overdue thresholds in open days only.  a date keyed twice has
*> its flags combined.
     01  branch-calendar-record.
         10  bc-closed-date.
             15  bc-closed-year          pic 9(04).
             15  bc-closed-month         pic 9(02).
             15  bc-closed-day           pic 9(02).
         10  bc-branch-closed-sw occurs 3 times
                                         pic X(01).
             88  bc-branch-is-closed             value "C".
         10  bc-description              pic X(20).
         10  filler                      pic X(09).
