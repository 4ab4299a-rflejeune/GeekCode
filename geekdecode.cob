      *                                 question profile never asked)  *
      *                                 decode as "(not asked)".       *
      *                                 (v. 0.4)                       *
      *               15 October 2026 - -asof option reads the         *
      *                                 geekasof rebuild in            *
      *                                 geekcode.asof in place of      *
      *                                 geekcode.sig. (v. 0.5)         *
      *               15 October 2026 - Employees who have opted out   *
      *                                 are left out of the listing,   *
      *                                 -export and the -match ranking *
      *                                 and counted as withheld.       *
      *                                 (v. 0.6)                       *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   geekcat.tbl define, each holding the raw stored code         *
      *   (the composite Pens, UNIX and Sex values whole, not taken    *
      *   apart the way the decoded listing shows them).               *
      *   "-asof", given first, runs any of the above against the      *
      *   past-date roster geekasof leaves in geekcode.asof.           *
      *   Every mode leaves out employees who have opted out - those   *
      *   whose newest block carries the flag in column 80 of its tag  *
      *   line - stale blocks included, and counts them as withheld.   *
      ******************************************************************

       environment division.
       file-control.
           select optional geek-sig    assign to "geekcode.sig"
                                       organization is line sequential.
           select optional geek-asof   assign to "geekcode.asof"
                                       organization is line sequential.
           select geek-cat             assign to "geekcat.tbl"
                                       organization is line sequential
                                       file status is ws-cat-status.
       fd  geek-sig.
       01  geek-input-rec              pic x(80).

       fd  geek-asof.
       01  geek-asof-rec               pic x(80).

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).

       01  ws-match-flag               pic x         value "y".
           88  ws-match                               value "y".

      *-----------------------------------------------------------------
      * Opt-out survey: per employee id, the newest Generated stamp in
      * the input and the opt-out flag on that tag line - the flag as
      * it stands now.  geekroster's 500-employee ceiling.
      *-----------------------------------------------------------------
       77  ws-tag-stamp                pic x(19)     value spaces.
       77  ws-tag-optout               pic x         value "N".
       77  ws-opt-cnt                  pic 9(04)     value zeroes.
       77  ws-opt-ix                   pic 9(04)     value zeroes.
       77  ws-withheld-cnt             pic 9(05)     value zeroes.

       01  ws-opt-tab.
           05  ws-opt-entry            occurs 500 times.
               10  ws-opt-emp          pic x(20)     value spaces.
               10  ws-opt-stamp        pic x(19)     value spaces.
               10  ws-opt-flag         pic x         value "N".

       01  ws-opt-found-flag           pic x         value "n".
           88  ws-opt-found                           value "y".

      *-----------------------------------------------------------------
      * "-asof" swaps the input for geekcode.asof, the same eight-line
      * blocks geekasof rebuilt for a past date; every read goes
      * through 20100-read-sig-line, so nothing else needs to know.
      *-----------------------------------------------------------------
       01  ws-asof-flag                pic x         value "n".
           88  ws-asof-mode                           value "y".

      *-----------------------------------------------------------------
      * geekcat.tbl is the same external catalog 10100-load-geekcat
      * builds in geekcode itself - one "H|category|group|sequence|
           perform 10110-read-cat-line.

       20000-process.
           perform 20010-survey-optout
           move "n" to ws-sig-eof-flag
           move zeroes to ws-scan-cnt ws-match-cnt
           perform 20050-open-input
           if ws-export-mode
               open output geek-export
               perform 26790-write-export-hdr
           end-if
           perform 20100-read-sig-line
           perform 20200-scan-sig-line until ws-sig-eof
           perform 20060-close-input
           if ws-export-mode
               close geek-export
           end-if
           end-if
           perform 20900-summary.

      *-----------------------------------------------------------------
      * 20010-survey-optout makes one pass over the input ahead of the
      * real one, noting each employee's newest tag line and the
      * opt-out flag on it, so a stale block from before someone opted
      * out is withheld along with the current one.
      *-----------------------------------------------------------------
       20010-survey-optout.
           move "n"    to ws-sig-eof-flag
           move zeroes to ws-opt-cnt ws-withheld-cnt
           perform 20050-open-input
           perform 20100-read-sig-line
           perform 20020-survey-line until ws-sig-eof
           perform 20060-close-input.

       20020-survey-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               move ws-sig-line (44:19) to ws-tag-stamp
               if ws-sig-line (80:1) = "Y"
                   move "Y" to ws-tag-optout
               else
                   move "N" to ws-tag-optout
               end-if
               perform 20030-find-opt-entry
               if ws-opt-found
                   if ws-tag-stamp > ws-opt-stamp (ws-opt-ix)
                       move ws-tag-stamp  to ws-opt-stamp (ws-opt-ix)
                       move ws-tag-optout to ws-opt-flag (ws-opt-ix)
                   end-if
               else
                   if ws-opt-cnt < 500
                       add 1 to ws-opt-cnt
                       move ws-emp-id     to ws-opt-emp (ws-opt-cnt)
                       move ws-tag-stamp  to ws-opt-stamp (ws-opt-cnt)
                       move ws-tag-optout to ws-opt-flag (ws-opt-cnt)
                   else
                       display "geekdecode: more than 500 employees "
                           "on file - aborting."
                       end-display
                       perform 30000-cleanup
                   end-if
               end-if
           end-if

           perform 20100-read-sig-line.

      *-----------------------------------------------------------------
      * 20030-find-opt-entry leaves ws-opt-ix on the employee's slot
      * when ws-opt-found comes back set.
      *-----------------------------------------------------------------
       20030-find-opt-entry.
           move "n" to ws-opt-found-flag
           perform 20035-match-opt-entry varying ws-opt-ix from 1 by 1
               until ws-opt-ix > ws-opt-cnt or ws-opt-found
           if ws-opt-found
               subtract 1 from ws-opt-ix
           end-if.

       20035-match-opt-entry.
           if ws-opt-emp (ws-opt-ix) = ws-emp-id
               set ws-opt-found to true
           end-if.

       20050-open-input.
           if ws-asof-mode
               open input geek-asof
           else
               open input geek-sig
           end-if.

       20060-close-input.
           if ws-asof-mode
               close geek-asof
           else
               close geek-sig
           end-if.

       20100-read-sig-line.
           if ws-asof-mode
               read geek-asof into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           else
               read geek-sig into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           end-if.

       20200-scan-sig-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               add 1 to ws-scan-cnt
               perform 20210-read-block
               perform 20030-find-opt-entry
               if ws-opt-found and ws-opt-flag (ws-opt-ix) = "Y"
                   add 1 to ws-withheld-cnt
               else
                   perform 20250-list-entry
               end-if
           end-if

           perform 20100-read-sig-line.

       20250-list-entry.
           if ws-rank-mode
               perform 27000-score-entry
           else
               set ws-match to true
               perform 20300-apply-filter varying ws-find-ix from 1
                   by 1 until ws-find-ix > ws-find-cnt
                       or ws-match-flag = "n"
               if ws-match
                   add 1 to ws-match-cnt
                   if ws-export-mode
                       perform 26800-write-export-rec
                   else
                       perform 26600-print-decode
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------
      * A roster entry is eight records long: the tag line just read,
      * the BEGIN marker, the version stamp, the four data lines
       20900-summary.
           display " " end-display
           display ws-scan-cnt " entries scanned, " ws-match-cnt
               " matched, " ws-withheld-cnt " withheld - opted out."
               with no advancing
           end-display
           display " " end-display.

               move ws-cl-args (ws-cl-ptr:) to ws-cl-rest
           end-if

           if ws-cl-word1 = "-asof" or "--asof"
               perform 93050-parse-asof
           end-if

           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekdecode [options]" end-display
               display " " end-display
               display "    -match cat=code[,...] Rank the roster "
                   "against a target profile"
               end-display
               display "    -asof                 Read geekcode.asof "
                   "instead (give it first)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekdecode 0.1" end-display
               perform 94000-terminate
           end-if.

      *-----------------------------------------------------------------
      * 93050-parse-asof consumes a leading "-asof" and hands whatever
      * follows back to the ordinary option parse, the way geekcode's
      * 93500-parse-profile treats "-profile NAME" - so "-asof -export"
      * extracts the past-date roster for the HR load.
      *-----------------------------------------------------------------
       93050-parse-asof.
           set ws-asof-mode to true
           move ws-cl-rest to ws-cl-args
           move spaces to ws-cl-word1 ws-cl-rest
           move 1      to ws-cl-ptr
           unstring ws-cl-args delimited by all space
               into ws-cl-word1
               with pointer ws-cl-ptr
           end-unstring
           if ws-cl-ptr <= length of ws-cl-args
               move ws-cl-args (ws-cl-ptr:) to ws-cl-rest
           end-if.

      *-----------------------------------------------------------------
      * Splits "cat=code,cat=code,..." into ws-find-tab, one entry per
      * comma-separated condition.
