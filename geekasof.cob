       identification division.
       program-id. geekasof.
      ******************************************************************
      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  15 Oct 2026. (v. 0.1)                            *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   This program is free software; you can redistribute it       *
      *   and/or modify it under the terms of the GNU General Public   *
      *   License as published by the Free Software Foundation; either *
      *   version 2 of the License, or at your option) any later       *
      *   version.                                                     *
      *                                                                *
      *   This program is distributed in the hope that it will be      *
      *   useful, but WITHOUT ANY WARRANTY; without even the implied   *
      *   warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR      *
      *   PURPOSE.  See the GNU General Public License for more        *
      *   details.                                                     *
      *                                                                *
      *   You should have received a copy of the GNU General Public    *
      *   License along with this program; if not, write to the Free   *
      *   Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139,*
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   geekasof rebuilds the roster as it stood on a past date.     *
      *   geekroster only ever keeps newest-wins, so "what did this    *
      *   person's profile say last March" had no answer.  Given a     *
      *   date (yyyy-mm-dd) and, optionally, one employee id, this     *
      *   run reads every block in geekcode.sig and geekcode.hist and  *
      *   keeps, per employee, the block with the newest Generated     *
      *   stamp at or before the end of that day.  The blocks go to    *
      *   geekcode.asof in the usual eight-line layout, so geekdecode, *
      *   geekstats and geekbook can be pointed at it with -asof.      *
      *                                                                *
      *   Employees with no block yet on that date are left out, and   *
      *   so are employees whose geekcode.audit "delete" record (a     *
      *   TERM through geekhrsync, or geekmast -delete) or "merge"     *
      *   record (merged away by geekrename) falls on or before the    *
      *   date and after the block that would otherwise be in effect.  *
      *   Both are counted on the summary.                             *
      *                                                                *
      *   Each block written carries the employee's opt-out flag as    *
      *   it stands now - off their newest block, whatever its date -  *
      *   so a past-date book or extract still leaves out someone who  *
      *   has opted out since.                                         *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-sig    assign to "geekcode.sig"
                                       organization is line sequential.
           select optional geek-hist   assign to "geekcode.hist"
                                       organization is line sequential.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select geek-asof            assign to "geekcode.asof"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-sig.
       01  geek-input-rec              pic x(80).

       fd  geek-hist.
       01  geek-hist-rec               pic x(80).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-asof.
       01  geek-asof-rec               pic x(80).

       working-storage section.

       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-rest                  pic x(100)    value spaces.
       77  ws-cl-ptr                   pic 9(3)      value 1.

      *-----------------------------------------------------------------
      * The as-of date and the stamp it stands for: the end of that
      * day, so a block generated any time on the date itself counts.
      * Stamps are yyyy-mm-dd hh:mm:ss and compare as plain text.
      *-----------------------------------------------------------------
       77  ws-asof-date                pic x(10)     value spaces.
       77  ws-asof-stamp               pic x(19)     value spaces.
       77  ws-one-emp                  pic x(20)     value spaces.

       01  ws-one-flag                 pic x         value "n".
           88  ws-one-mode                            value "y".

      *-----------------------------------------------------------------
      * Which file the shared read paragraph is walking - the sig
      * first, then the history archive, one pass over each.
      *-----------------------------------------------------------------
       01  ws-src-flag                 pic x         value "s".
           88  ws-src-sig                             value "s".
           88  ws-src-hist                            value "h".

       01  ws-sig-eof-flag             pic x         value "n".
           88  ws-sig-eof                             value "y".

       77  ws-sig-line                 pic x(80)     value spaces.
       77  ws-emp-id                   pic x(20)     value spaces.
       77  ws-tag-stamp                pic x(19)     value spaces.
       77  ws-tag-optout               pic x         value "N".

      *-----------------------------------------------------------------
      * Per employee id: the newest stamp at or before the as-of
      * stamp, whether any block at all was seen (so an id with only
      * later blocks reads as "no block yet"), the newest delete or
      * merge-away stamp at or before the as-of stamp, and a kept flag
      * so the block on file in both the sig and the archive is only
      * written once.  Also the newest stamp of all and the opt-out
      * flag on that block - the flag as it stands today.
      * geekroster's 500-employee ceiling.
      *-----------------------------------------------------------------
       77  ws-ros-cnt                  pic 9(04)     value zeroes.
       77  ws-ros-ix                   pic 9(04)     value zeroes.

       01  ws-roster-tab.
           05  ws-roster-entry         occurs 500 times.
               10  ws-ros-emp          pic x(20)     value spaces.
               10  ws-ros-stamp        pic x(19)     value spaces.
               10  ws-ros-gone         pic x(19)     value spaces.
               10  ws-ros-gone-how     pic x(08)     value spaces.
               10  ws-ros-kept         pic x         value "n".
               10  ws-ros-cur-stamp    pic x(19)     value spaces.
               10  ws-ros-optout       pic x         value "N".

       01  ws-ros-found-flag           pic x         value "n".
           88  ws-ros-found                           value "y".

      *-----------------------------------------------------------------
      * geekcode.audit, split on its "|" separators: id, stamp, mode,
      * cat, old, new.  A "delete" record names the departed id in the
      * first field; a "merge" record names the surviving id there and
      * the merged-away id in the fifth.
      *-----------------------------------------------------------------
       01  ws-audit-eof-flag           pic x         value "n".
           88  ws-audit-eof                           value "y".

       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-aud-emp                  pic x(20)     value spaces.
       77  ws-aud-stamp                pic x(19)     value spaces.
       77  ws-aud-mode                 pic x(08)     value spaces.
       77  ws-aud-cat                  pic x(08)     value spaces.
       77  ws-aud-old                  pic x(20)     value spaces.
       77  ws-aud-new                  pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * One whole block is collected into ws-block-buf before it is
      * routed, geekroster's eight-slot buffer and held-tag resync.
      *-----------------------------------------------------------------
       77  ws-block-cnt                pic 9(02)     value zeroes.
       77  ws-block-ix                 pic 9(02)     value zeroes.

       01  ws-block-buf.
           05  ws-block-line           pic x(80)     occurs 8 times.

       01  ws-hold-flag                pic x         value "n".
           88  ws-hold-tag                            value "y".

       77  ws-scan-cnt                 pic 9(05)     value zeroes.
       77  ws-keep-cnt                 pic 9(05)     value zeroes.
       77  ws-none-cnt                 pic 9(05)     value zeroes.
       77  ws-gone-cnt                 pic 9(05)     value zeroes.

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln.

       20000-process.
           move zeroes to ws-ros-cnt
           set ws-src-sig  to true
           perform 20100-survey-pass
           set ws-src-hist to true
           perform 20100-survey-pass
           perform 20300-survey-audit

           open output geek-asof
           set ws-src-sig  to true
           perform 20500-rewrite-pass
           set ws-src-hist to true
           perform 20500-rewrite-pass
           close geek-asof

           perform 20700-report-omitted varying ws-ros-ix from 1 by 1
               until ws-ros-ix > ws-ros-cnt
           perform 20900-summary.

      *-----------------------------------------------------------------
      * First pass over each file: every tag line for an employee in
      * scope is noted, and the newest stamp not after the as-of stamp
      * is remembered.  A later stamp still enters the employee in the
      * table, with no stamp, so the summary can count them.
      *-----------------------------------------------------------------
       20100-survey-pass.
           move "n" to ws-sig-eof-flag
           perform 20110-open-source
           perform 20120-read-source-line
           perform 20130-survey-line until ws-sig-eof
           perform 20140-close-source.

       20110-open-source.
           if ws-src-sig
               open input geek-sig
           else
               open input geek-hist
           end-if.

       20120-read-source-line.
           if ws-src-sig
               read geek-sig into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           else
               read geek-hist into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           end-if.

       20140-close-source.
           if ws-src-sig
               close geek-sig
           else
               close geek-hist
           end-if.

       20130-survey-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               move ws-sig-line (44:19) to ws-tag-stamp
               if ws-sig-line (80:1) = "Y"
                   move "Y" to ws-tag-optout
               else
                   move "N" to ws-tag-optout
               end-if
               if not ws-one-mode or ws-emp-id = ws-one-emp
                   perform 20150-note-entry
               end-if
           end-if

           perform 20120-read-source-line.

       20150-note-entry.
           perform 20160-find-ros-entry
           if ws-ros-found
               if ws-tag-stamp not > ws-asof-stamp
                   and ws-tag-stamp > ws-ros-stamp (ws-ros-ix)
                   move ws-tag-stamp to ws-ros-stamp (ws-ros-ix)
               end-if
               if ws-tag-stamp > ws-ros-cur-stamp (ws-ros-ix)
                   move ws-tag-stamp  to ws-ros-cur-stamp (ws-ros-ix)
                   move ws-tag-optout to ws-ros-optout (ws-ros-ix)
               end-if
           else
               if ws-ros-cnt < 500
                   add 1 to ws-ros-cnt
                   move ws-emp-id     to ws-ros-emp (ws-ros-cnt)
                   move ws-tag-stamp  to ws-ros-cur-stamp (ws-ros-cnt)
                   move ws-tag-optout to ws-ros-optout (ws-ros-cnt)
                   if ws-tag-stamp not > ws-asof-stamp
                       move ws-tag-stamp to ws-ros-stamp (ws-ros-cnt)
                   end-if
               else
                   display "geekasof: more than 500 employees in "
                       "'geekcode.sig' and 'geekcode.hist' - aborting."
                   end-display
                   perform 30000-cleanup
               end-if
           end-if.

      *-----------------------------------------------------------------
      * 20160-find-ros-entry leaves ws-ros-ix on the employee's slot
      * when ws-ros-found comes back set.
      *-----------------------------------------------------------------
       20160-find-ros-entry.
           move "n" to ws-ros-found-flag
           perform 20170-match-ros-entry varying ws-ros-ix from 1 by 1
               until ws-ros-ix > ws-ros-cnt or ws-ros-found
           if ws-ros-found
               subtract 1 from ws-ros-ix
           end-if.

       20170-match-ros-entry.
           if ws-ros-emp (ws-ros-ix) = ws-emp-id
               set ws-ros-found to true
           end-if.

      *-----------------------------------------------------------------
      * Walk geekcode.audit for departures on or before the as-of
      * stamp, keeping the newest per employee.  Only employees the
      * block survey already entered matter - anyone else has nothing
      * to leave out.
      *-----------------------------------------------------------------
       20300-survey-audit.
           move "n" to ws-audit-eof-flag
           open input geek-audit
           perform 20310-read-audit-line
           perform 20320-survey-audit-line until ws-audit-eof
           close geek-audit.

       20310-read-audit-line.
           read geek-audit into ws-audit-line
               at end set ws-audit-eof to true
           end-read.

       20320-survey-audit-line.
           move spaces to ws-aud-emp ws-aud-stamp ws-aud-mode
                          ws-aud-cat ws-aud-old ws-aud-new
           unstring ws-audit-line delimited by "|"
               into ws-aud-emp ws-aud-stamp ws-aud-mode
                    ws-aud-cat ws-aud-old ws-aud-new
           end-unstring

           if ws-aud-stamp not > ws-asof-stamp
               if ws-aud-mode = "delete"
                   move ws-aud-emp to ws-emp-id
                   perform 20330-note-departure
               else
                   if ws-aud-mode = "merge"
                       move ws-aud-old to ws-emp-id
                       perform 20330-note-departure
                   end-if
               end-if
           end-if

           perform 20310-read-audit-line.

       20330-note-departure.
           perform 20160-find-ros-entry
           if ws-ros-found
               if ws-aud-stamp > ws-ros-gone (ws-ros-ix)
                   move ws-aud-stamp to ws-ros-gone (ws-ros-ix)
                   move ws-aud-mode  to ws-ros-gone-how (ws-ros-ix)
               end-if
           end-if.

      *-----------------------------------------------------------------
      * Second pass over each file: collect each block whole and copy
      * it to geekcode.asof when it is the one in effect for its
      * employee - only once, so the same block on file in both the
      * sig and the archive is not written twice - and the employee
      * had not left by then.  A block generated after the departure
      * (a rehire under the same id) puts the employee back.
      *-----------------------------------------------------------------
       20500-rewrite-pass.
           move "n" to ws-sig-eof-flag
           perform 20110-open-source
           perform 20120-read-source-line
           perform 20520-route-line until ws-sig-eof
           perform 20140-close-source.

       20520-route-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               move ws-sig-line (44:19) to ws-tag-stamp
               add 1 to ws-scan-cnt
               perform 20530-collect-block
               perform 20540-route-block
               if ws-hold-tag
                   continue
               else
                   if not ws-sig-eof
                       perform 20120-read-source-line
                   end-if
               end-if
           else
               perform 20120-read-source-line
           end-if.

       20530-collect-block.
           move "n" to ws-hold-flag
           move 1   to ws-block-cnt
           move ws-sig-line to ws-block-line (1)
           perform 20535-collect-block-line
               until ws-block-cnt = 8 or ws-sig-eof or ws-hold-tag.

       20535-collect-block-line.
           perform 20120-read-source-line
           if not ws-sig-eof
               if ws-sig-line (1:10) = "Employee: "
                   set ws-hold-tag to true
               else
                   add 1 to ws-block-cnt
                   move ws-sig-line to ws-block-line (ws-block-cnt)
               end-if
           end-if.

       20540-route-block.
           if ws-block-cnt < 8
               continue
           else
               perform 20160-find-ros-entry
               if ws-ros-found
                   and ws-ros-stamp (ws-ros-ix) not = spaces
                   and ws-ros-stamp (ws-ros-ix) = ws-tag-stamp
                   and ws-ros-kept (ws-ros-ix) = "n"
                   and ws-ros-gone (ws-ros-ix) < ws-tag-stamp
                   move "y" to ws-ros-kept (ws-ros-ix)
                   add 1 to ws-keep-cnt
                   if ws-ros-optout (ws-ros-ix) = "Y"
                       move "Y"   to ws-block-line (1) (80:1)
                   else
                       move space to ws-block-line (1) (80:1)
                   end-if
                   perform 20560-write-asof-line
                       varying ws-block-ix from 1 by 1
                       until ws-block-ix > ws-block-cnt
               end-if
           end-if.

       20560-write-asof-line.
           write geek-asof-rec from ws-block-line (ws-block-ix)
           end-write.

      *-----------------------------------------------------------------
      * Every employee entered in the survey but not written is named
      * with the reason, so an auditor can see who the date excluded.
      *-----------------------------------------------------------------
       20700-report-omitted.
           if ws-ros-kept (ws-ros-ix) = "n"
               if ws-ros-stamp (ws-ros-ix) = spaces
                   add 1 to ws-none-cnt
                   display "NO BLOCK YET: " ws-ros-emp (ws-ros-ix)
                   end-display
               else if ws-ros-gone (ws-ros-ix) = spaces
                   add 1 to ws-none-cnt
                   display "NO WHOLE BLOCK: " ws-ros-emp (ws-ros-ix)
                       "  stamp " ws-ros-stamp (ws-ros-ix)
                       " is truncated on file"
                   end-display
               else
                   add 1 to ws-gone-cnt
                   display "LEFT:         " ws-ros-emp (ws-ros-ix)
                       "  " ws-ros-gone-how (ws-ros-ix) " on "
                       ws-ros-gone (ws-ros-ix)
                   end-display
               end-if
           end-if.

       20900-summary.
           display " " end-display
           display ws-scan-cnt " entries scanned, " ws-keep-cnt
               " in effect at " ws-asof-stamp " written to "
               "'geekcode.asof'." with no advancing
           end-display
           display " " end-display
           display ws-none-cnt " employee(s) with no block yet, "
               ws-gone-cnt " deleted or merged away by that date - "
               "left out." with no advancing
           end-display
           display " " end-display
           if ws-one-mode and ws-keep-cnt = 0
               display "geekasof: no block in effect for '" ws-one-emp
                   "' at the end of " ws-asof-date "."
               end-display
           end-if.

       93000-parse-cmdln.
           move spaces to ws-cl-word1 ws-cl-rest
           move 1     to ws-cl-ptr
           unstring ws-cl-args delimited by all space
               into ws-cl-word1
               with pointer ws-cl-ptr
           end-unstring
           if ws-cl-ptr <= length of ws-cl-args
               move ws-cl-args (ws-cl-ptr:) to ws-cl-rest
           end-if

           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekasof yyyy-mm-dd [ID]" end-display
               display " " end-display
               display "Writes geekcode.asof: the block in effect for "
                   "each employee (or one ID)"
               end-display
               display "at the end of the given day, rebuilt from "
                   "geekcode.sig and geekcode.hist."
               end-display
               display "Run geekdecode, geekstats or geekbook with "
                   "-asof to report on it."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekasof 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else if ws-cl-args = spaces
               display "geekasof: a date (yyyy-mm-dd) is required."
               end-display
               display "Try `geekasof -h' for more information."
               end-display
               perform 94000-terminate
           else
               perform 93100-parse-date
               if ws-cl-rest not = spaces
                   move ws-cl-rest to ws-one-emp
                   set ws-one-mode to true
               end-if
           end-if.

       93100-parse-date.
           move ws-cl-word1 (1:10) to ws-asof-date
           if ws-asof-date (1:4) numeric
               and ws-asof-date (5:1) = "-"
               and ws-asof-date (6:2) numeric
               and ws-asof-date (8:1) = "-"
               and ws-asof-date (9:2) numeric
               and ws-cl-word1 (11:10) = spaces
               and ws-asof-date (6:2) >= "01" and <= "12"
               and ws-asof-date (9:2) >= "01" and <= "31"
               string ws-asof-date delimited by size
                      " 23:59:59"  delimited by size
                   into ws-asof-stamp
               end-string
           else
               display "geekasof: '" ws-cl-word1
                   "' is not a date in yyyy-mm-dd form."
               end-display
               display "Try `geekasof -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       94000-terminate.
           goback.

       30000-cleanup.
           goback.
