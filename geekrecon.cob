      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - Opt-out flag compared too: a   *
      *                                 flag changed in the master and *
      *                                 not yet exported reports as    *
      *                                 drift. (v. 0.2)                *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   moment.  This run reads both and reports, per employee id,   *
      *   entries present in one but not the other and entries whose   *
      *   master stamp differs from the newest Generated stamp in the  *
      *   sig, or whose opt-out flag differs from the one on that      *
      *   newest tag line (a geekmast -set OPTOUT not yet exported,    *
      *   so the book and the extract still show the employee),        *
      *   with totals and return code 8 when any drift is found        *
      *   - so the nightly chain catches a forgotten -build before     *
      *   geekstats and the HR extract report from stale data.         *
      ******************************************************************
           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).
               88  mast-opted-out                     value "Y".

       working-storage section.

       77  ws-sig-line                 pic x(80)     value spaces.
       77  ws-emp-id                   pic x(20)     value spaces.
       77  ws-tag-stamp                pic x(19)     value spaces.
       77  ws-tag-optout               pic x         value "N".
       77  ws-mast-optout              pic x         value "N".

      *-----------------------------------------------------------------
      * Per employee id, the newest Generated stamp on any sig tag
      * line - geekroster's survey pass, same 500-employee ceiling -
      * and the opt-out flag on that tag line, plus a matched flag so
      * whatever the master walk never touched reads back as "in the
      * sig only".
      *-----------------------------------------------------------------
       77  ws-ros-cnt                  pic 9(04)     value zeroes.
       77  ws-ros-ix                   pic 9(04)     value zeroes.
           05  ws-roster-entry         occurs 500 times.
               10  ws-ros-emp          pic x(20)     value spaces.
               10  ws-ros-stamp        pic x(19)     value spaces.
               10  ws-ros-optout       pic x         value "N".
               10  ws-ros-matched      pic x         value "n".

       01  ws-ros-found-flag           pic x         value "n".
       77  ws-sig-only-cnt             pic 9(05)     value zeroes.
       77  ws-mast-only-cnt            pic 9(05)     value zeroes.
       77  ws-stamp-diff-cnt           pic 9(05)     value zeroes.
       77  ws-optout-diff-cnt          pic 9(05)     value zeroes.
       77  ws-match-cnt                pic 9(05)     value zeroes.

       procedure division.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               move ws-sig-line (44:19) to ws-tag-stamp
               if ws-sig-line (80:1) = "Y"
                   move "Y" to ws-tag-optout
               else
                   move "N" to ws-tag-optout
               end-if
               perform 21300-note-entry
           end-if

                   add 1 to ws-ros-cnt
                   move ws-emp-id    to ws-ros-emp (ws-ros-cnt)
                   move ws-tag-stamp to ws-ros-stamp (ws-ros-cnt)
                   move ws-tag-optout to ws-ros-optout (ws-ros-cnt)
               else
                   display "geekrecon: more than 500 employees in "
                       "'geekcode.sig' - aborting."
           if ws-ros-emp (ws-ros-ix) = ws-emp-id
               set ws-ros-found to true
               if ws-tag-stamp > ws-ros-stamp (ws-ros-ix)
                   move ws-tag-stamp  to ws-ros-stamp (ws-ros-ix)
                   move ws-tag-optout to ws-ros-optout (ws-ros-ix)
               end-if
           end-if.

           if ws-ros-emp (ws-ros-ix) = ws-emp-id
               set ws-ros-found to true
               move "y" to ws-ros-matched (ws-ros-ix)
               if mast-opted-out
                   move "Y" to ws-mast-optout
               else
                   move "N" to ws-mast-optout
               end-if
               if ws-ros-stamp (ws-ros-ix) not = mast-stamp
                   add 1 to ws-stamp-diff-cnt
                   display "STAMP DRIFT:  " ws-emp-id "  mast "
                       mast-stamp "  sig " ws-ros-stamp (ws-ros-ix)
                   end-display
               else if ws-ros-optout (ws-ros-ix) not = ws-mast-optout
                   add 1 to ws-optout-diff-cnt
                   display "OPTOUT DRIFT: " ws-emp-id "  mast "
                       ws-mast-optout "  sig " ws-ros-optout (ws-ros-ix)
                   end-display
               else
                   add 1 to ws-match-cnt
               end-if
           end-if.

           display ws-match-cnt " in step, " ws-sig-only-cnt
               " in the sig only, " ws-mast-only-cnt
               " in the master only, " ws-stamp-diff-cnt
               " stamp drift(s), " ws-optout-diff-cnt
               " opt-out drift(s)." with no advancing
           end-display
           display " " end-display
           if ws-sig-only-cnt = 0 and ws-mast-only-cnt = 0
               and ws-stamp-diff-cnt = 0 and ws-optout-diff-cnt = 0
               display "geekrecon: PASS - master and sig agree."
               end-display
           else
