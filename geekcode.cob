      *                                 and carried on the tag line    *
      *                                 after the Generated stamp.     *
      *                                 (v. 0.5)                       *
      *               15 October 2026 - Opt-out flag asked at          *
      *                                 interview time (a trailing     *
      *                                 OPTOUT on a batch line),       *
      *                                 carried in column 80 of the    *
      *                                 tag line and written to the    *
      *                                 audit trail. (v. 0.6)          *
      *                                                                *
      ******************************************************************
      ******************************************************************
               "(blank if unassigned): " with no advancing
           end-display
           accept ws-dept end-accept
           display "Leave your profile out of the directory, matcher "
               "and HR extract (Y/N)? " with no advancing
           end-display
           accept ws-optout end-accept
           if ws-optout = "y"
               move "Y" to ws-optout
           end-if
           if not ws-opted-out
               move "N" to ws-optout
           end-if
           perform 90000-clear-screen
           perform 21060-load-restart.

                  ws-dept           delimited by size
               into ws-tag-line
           end-string
           if ws-opted-out
               move "Y"   to ws-tag-line (80:1)
           else
               move space to ws-tag-line (80:1)
           end-if

           write geek-output-rec                   from ws-tag-line
           end-write
           end-if
           move spaces to ws-audit-cat ws-audit-old ws-audit-new
           perform 96000-write-audit
      * Every block records the flag it carries, Y or N, so a flag
      * cleared at a re-interview is audited as well as one set.
           move "OPTOUT"  to ws-audit-cat
           move ws-optout to ws-audit-new
           perform 96000-write-audit

           display ws-tag-line end-display
           display "-----BEGIN GEEK CODE BLOCK-----" end-display
      *-----------------------------------------------------------------
      * A batch line is the employee id, then the department code
      * ("-" for none, since the fields are space-delimited and an
      * empty one cannot be written), then the numeric answers, then
      * optionally the word OPTOUT to set the opt-out flag.  It is
      * never a valid answer, so it is only ever read off the end.
      *-----------------------------------------------------------------
       95110-batch-one-record.
           perform 95120-reset-answers
               move ws-batch-tok (1:8) to ws-dept
           end-if
           perform 95112-count-batch-tokens
           if ws-batch-last-tok = "OPTOUT"
               move "Y" to ws-optout
               subtract 1 from ws-batch-tok-cnt
           end-if
           compute ws-batch-min-fields = ws-tot-page + 2
           if ws-batch-tok-cnt < ws-batch-min-fields
               display "geekcode: batch record for '" ws-emp-id
       95112-count-batch-tokens.
           move 1      to ws-batch-cnt-ptr
           move zeroes to ws-batch-tok-cnt
           move spaces to ws-batch-last-tok
           perform 95113-count-one-token
               until ws-batch-cnt-ptr > length of ws-batch-line.

           end-unstring
           if ws-batch-cnt-tok not = spaces
               add 1 to ws-batch-tok-cnt
               move ws-batch-cnt-tok to ws-batch-last-tok
           end-if.

       95120-reset-answers.
                          ws-doom    ws-barney  ws-educ    ws-music
                          ws-house   ws-friends ws-rel     ws-nut
                          ws-code-sex ws-dept
           move "N" to ws-optout
           move zeroes to ws-page-cnt
           move zeroes to ws-progress
           move zeroes to ws-batch-last-slot
