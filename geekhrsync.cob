      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - A termination is staged in     *
      *                                 geekcode.pend for approval in  *
      *                                 geekapprove instead of being   *
      *                                 deleted at once; -emergency    *
      *                                 deletes at once, flagged in    *
      *                                 the audit record. (v. 0.2)     *
      *               15 October 2026 - Master record carries the      *
      *                                 opt-out flag. (v. 0.3)         *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *     TERM|employee-id                                           *
      *     HIRE|employee-id|department                                *
      *                                                                *
      *   A termination is staged in geekcode.pend the same way        *
      *   geekmast -delete stages one, for a second operator to        *
      *   approve in geekapprove.  With -emergency it is deleted from  *
      *   geekcode.mst at once instead (one geekcode.audit record,     *
      *   mode "delete", carrying the operator and EMERGENCY); run     *
      *   geekmast -export afterwards so the sequential roster         *
      *   follows.  Either way the run lock is held and the operator   *
      *   is the user name it records.  A new hire is appended to      *
      *   geekcode.worklist - the re-interview worklist geekstale      *
      *   writes - as "id department", so the onboarding drive picks   *
      *   them up; the answers arrive when they actually sit the       *
                                       organization is line sequential.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select optional geek-pend   assign to "geekcode.pend"
                                       organization is line sequential.
           select optional geek-lock-owner
                                       assign to "geekcode.lock/owner"
                                       organization is line sequential.

       data division.

           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).

       fd  geek-work.
       01  geek-work-rec               pic x(240).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-pend.
       01  geek-pend-rec               pic x(120).

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).

       working-storage section.

       77  ws-command                  pic x(160)    value spaces.
       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-return-sys-code          pic 9(8) comp value zeroes.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-ptr                   pic 9(03)     value 1.

      *-----------------------------------------------------------------
      * The same geekcode.lock run lock geekmast takes for -set and
      * -delete; the name it records is the operator on every staged
      * or emergency change.
      *-----------------------------------------------------------------
       01  ws-lock-flag                pic x         value "n".
           88  ws-lock-held                           value "y".

       01  ws-lock-eof-flag            pic x         value "n".
           88  ws-lock-eof                            value "y".

       77  ws-lock-try                 pic 9(02)     value zeroes.
       77  ws-lock-owner               pic x(40)     value spaces.
       77  ws-operator                 pic x(20)     value spaces.

       01  ws-emergency-flag           pic x         value "n".
           88  ws-emergency                           value "y".

       77  ws-mast-status              pic xx        value spaces.


      *-----------------------------------------------------------------
      * Change-audit, the same geekcode.audit record geekmast's
      * -delete path appends: id, date/time, mode "delete", and on an
      * -emergency run the operator and EMERGENCY.
      *-----------------------------------------------------------------
       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-audit-ptr                pic 9(03)     value 1.
       77  ws-audit-stamp              pic x(19)     value spaces.
       77  ws-audit-mode               pic x(09)     value spaces.
       77  ws-audit-cat                pic x(08)     value spaces.
       77  ws-audit-old                pic x(08)     value spaces.
       77  ws-audit-new                pic x(08)     value spaces.
       77  ws-audit-maker              pic x(20)     value spaces.
       77  ws-audit-checker            pic x(20)     value spaces.

      *-----------------------------------------------------------------
      * The geekcode.pend record, written the same way by every
      * program that stages a change: fixed columns with "|" between
      * them so the file also reads by eye.  Action is "set" or
      * "delete"; a delete carries no category or codes.
      *-----------------------------------------------------------------
       01  ws-pend-rec.
           05  ws-pend-stamp           pic x(19)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-oper            pic x(20)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-emp             pic x(20)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-action          pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-cat             pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-old             pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-new             pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-source          pic x(10)     value spaces.
           05  filler                  pic x(12)     value spaces.

       procedure division.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 97000-acquire-lock
           perform 97150-read-lock-owner
           move ws-lock-owner to ws-operator
           if ws-emergency
               move ws-operator to ws-audit-maker
               move "EMERGENCY" to ws-audit-checker
           end-if
           open i-o geek-mast
           if ws-mast-status not = "00" and "05"
               display "geekhrsync: cannot open 'geekcode.mst' "
           perform 20100-read-feed-line.

      *-----------------------------------------------------------------
      * 22000-apply-term stages the removal of one employee, the
      * same read-then-stage sequence 25000-delete-employee runs in
      * geekmast, or on an -emergency run deletes and audits at once.
      * An id with no record is the classic stale feed line, so it
      * goes on the exception list instead of erroring the run.
      *-----------------------------------------------------------------
       22000-apply-term.
           move ws-feed-emp to mast-emp-id
                       "' matches nothing on file"
                   end-display
               not invalid key
                   add 1 to ws-term-cnt
                   move ws-feed-emp to ws-emp-id
                   if ws-emergency
                       perform 22100-delete-term
                   else
                       perform 22200-stage-term
                   end-if
           end-read.

       22100-delete-term.
           delete geek-mast record
           end-delete
           move "delete"    to ws-audit-mode
           move spaces      to ws-audit-cat ws-audit-old
                               ws-audit-new
           perform 96000-write-audit
           display "Terminated '" ws-feed-emp
               "' - deleted from geekcode.mst."
           end-display.

       22200-stage-term.
           move "delete" to ws-pend-action
           move spaces   to ws-pend-cat ws-pend-old ws-pend-new
           perform 96200-stage-change
           display "Terminated '" ws-feed-emp
               "' - deletion staged for approval."
           end-display.

      *-----------------------------------------------------------------
      * 23000-apply-hire puts the new hire on the re-interview
      * worklist as "id department" - the same line geekstale starts
           end-string

           move spaces to ws-audit-line
           move 1      to ws-audit-ptr
           string ws-emp-id      delimited by size
                  "|"            delimited by size
                  ws-audit-stamp delimited by size
                  "|"            delimited by size
                  ws-audit-new   delimited by space
               into ws-audit-line
               with pointer ws-audit-ptr
           end-string
           if ws-audit-maker not = spaces
               string "|"              delimited by size
                      ws-audit-maker   delimited by space
                      "|"              delimited by size
                      ws-audit-checker delimited by space
                   into ws-audit-line
                   with pointer ws-audit-ptr
               end-string
           end-if

           open extend geek-audit
           write geek-audit-rec from ws-audit-line
           end-write
           close geek-audit.

      *-----------------------------------------------------------------
      * 96200-stage-change appends one geekcode.pend record for
      * geekapprove, stamped now and under this operator's name.
      *-----------------------------------------------------------------
       96200-stage-change.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-pend-stamp
           string ws-cur-date (1:4) delimited by size
                  "-"               delimited by size
                  ws-cur-date (5:2) delimited by size
                  "-"               delimited by size
                  ws-cur-date (7:2) delimited by size
                  " "               delimited by size
                  ws-cur-time (1:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (3:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (5:2) delimited by size
               into ws-pend-stamp
           end-string
           move ws-operator  to ws-pend-oper
           move ws-emp-id    to ws-pend-emp
           move "geekhrsync" to ws-pend-source

           open extend geek-pend
           write geek-pend-rec from ws-pend-rec
           end-write
           close geek-pend.

       20900-summary.
           display " " end-display
           display ws-feed-cnt " feed record(s): " ws-term-cnt
               " termination(s), " ws-hire-cnt
               " hire(s) onto the worklist, " ws-exc-cnt
               " exception(s)." with no advancing
           end-display
           display " " end-display
           if ws-term-cnt > 0
               if ws-emergency
                   display "geekhrsync: run geekmast -export so "
                       "geekcode.sig follows the deletions."
                   end-display
               else
                   display "geekhrsync: the terminations wait in "
                       "geekcode.pend for geekapprove."
                   end-display
               end-if
           end-if.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekhrsync [-emergency] FILE"
               end-display
               display " " end-display
               display "Applies HR's delimited feed: TERM|id stages a "
                   "geekcode.mst deletion,"
               end-display
               display "HIRE|id|dept goes onto geekcode.worklist; "
                   "unmatched ids are listed."
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -emergency            Delete terminations "
                   "at once (audited)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekhrsync 0.1" end-display
               end-display
               perform 94000-terminate
           else
               move 1 to ws-cl-ptr
               move spaces to ws-cl-word1
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
               if ws-cl-word1 = "-emergency" or "--emergency"
                   set ws-emergency to true
                   move spaces to ws-feed-file
                   if ws-cl-ptr <= length of ws-cl-args
                       move ws-cl-args (ws-cl-ptr:) to ws-feed-file
                   end-if
               else
                   move ws-cl-args to ws-feed-file
               end-if
               if ws-feed-file = spaces
                   display "geekhrsync: a feed file name is required."
                   end-display
                   perform 94000-terminate
               end-if
               string "cp " delimited by size
                      ws-feed-file delimited by space
                      " geekcode.hrfeed.tmp" delimited by size
           if ws-mast-open
               close geek-mast
           end-if
           perform 97100-release-lock
           perform 94000-terminate.

      *-----------------------------------------------------------------
      * Run-lock paragraphs, the same shape as geekcode's own
      * 97000/97050/97100/97150.
      *-----------------------------------------------------------------
       97000-acquire-lock.
           move zeroes to ws-lock-try
           perform 97050-try-lock
               until ws-lock-held or ws-lock-try > 30
           if not ws-lock-held
               perform 97150-read-lock-owner
               display "geekhrsync: gave up waiting for the run lock "
                   "held by " ws-lock-owner "."
               end-display
               display "geekhrsync: if that run is gone, remove the "
                   "geekcode.lock directory and retry."
               end-display
               perform 94000-terminate
           end-if.

       97050-try-lock.
           add 1 to ws-lock-try
           move "mkdir geekcode.lock 2>/dev/null" to ws-command
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code = 0
               set ws-lock-held to true
               move "id -un > geekcode.lock/owner" to ws-command
               call "system" using ws-command
               end-call
           else
               if ws-lock-try = 1
                   perform 97150-read-lock-owner
                   display "geekhrsync: waiting for the run lock held "
                       "by " ws-lock-owner "..."
                   end-display
               end-if
               move "sleep 2" to ws-command
               call "system" using ws-command
               end-call
           end-if.

       97100-release-lock.
           if ws-lock-held
               move "rm -r geekcode.lock" to ws-command
               call "system" using ws-command
               end-call
               move "n" to ws-lock-flag
           end-if.

       97150-read-lock-owner.
           move spaces to ws-lock-owner
           move "n"    to ws-lock-eof-flag
           open input geek-lock-owner
           read geek-lock-owner into ws-lock-owner
               at end set ws-lock-eof to true
           end-read
           close geek-lock-owner
           if ws-lock-owner = spaces
               move "another run" to ws-lock-owner
           end-if.
