      *                                 category tallies broken down   *
      *                                 per department, read off the   *
      *                                 tag line. (v. 0.2)             *
      *               15 October 2026 - -asof option tallies the       *
      *                                 geekasof rebuild in            *
      *                                 geekcode.asof in place of      *
      *                                 geekcode.sig. (v. 0.3)         *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   entries scanned at the bottom.  Codes that are stored in a   *
      *   block but missing from geekcat.tbl are still counted and     *
      *   reported as unrecognized rather than dropped.                *
      *   "-asof", given first, reports on geekcode.asof instead - the *
      *   roster as geekasof rebuilt it for a past date.               *
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

       copy "geekcode.cpy".

       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-rest                  pic x(100)    value spaces.
       77  ws-cl-ptr                   pic 9(3)      value 1.

      *-----------------------------------------------------------------
      * "-asof" swaps the input for geekcode.asof, the same eight-line
      * blocks geekasof rebuilt for a past date; every read goes
      * through 20100-read-sig-line, so nothing else needs to know.
      *-----------------------------------------------------------------
       01  ws-asof-flag                pic x         value "n".
           88  ws-asof-mode                           value "y".

       01  ws-sig-eof-flag             pic x         value "n".
           88  ws-sig-eof                             value "y".
           else
               move "n" to ws-sig-eof-flag
               move zeroes to ws-scan-cnt
               perform 20050-open-input
               perform 20100-read-sig-line
               perform 20200-scan-sig-line until ws-sig-eof
               perform 20060-close-input
               if ws-scan-cnt > 0
                   perform 20500-print-report
               end-if
               perform 20900-summary
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
       28100-survey-depts.
           move "n"    to ws-sig-eof-flag
           move zeroes to ws-dept-cnt ws-dept-lost
           perform 20050-open-input
           perform 20100-read-sig-line
           perform 28110-survey-line until ws-sig-eof
           perform 20060-close-input.

       28110-survey-line.
           if ws-sig-line (1:10) = "Employee: "
           perform 28300-reset-tallies
           move "n"    to ws-sig-eof-flag
           move zeroes to ws-scan-cnt
           perform 20050-open-input
           perform 20100-read-sig-line
           perform 28400-scan-dept-line until ws-sig-eof
           perform 20060-close-input

           display " " end-display
           display " " end-display
           display " " end-display.

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

           if ws-cl-word1 = "-asof" or "--asof"
               perform 93050-parse-asof
           end-if

           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekstats [options]" end-display
               display " " end-display
               display "    -bydept               Break the tallies "
                   "down per department"
               end-display
               display "    -asof                 Read geekcode.asof "
                   "instead (give it first)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekstats 0.1" end-display
               perform 94000-terminate
           end-if.

      *-----------------------------------------------------------------
      * 93050-parse-asof consumes a leading "-asof" and hands whatever
      * follows back to the ordinary option parse, the way geekcode's
      * 93500-parse-profile treats "-profile NAME".
      *-----------------------------------------------------------------
       93050-parse-asof.
           set ws-asof-mode to true
           move ws-cl-rest to ws-cl-args.

       94000-terminate.
           goback.

