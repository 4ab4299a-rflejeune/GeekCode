      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - -asof option prints the        *
      *                                 geekasof rebuild in            *
      *                                 geekcode.asof in place of      *
      *                                 geekcode.roster. (v. 0.2)      *
      *               15 October 2026 - Employees who have opted out   *
      *                                 are left out of the book and   *
      *                                 counted as withheld. (v. 0.3)  *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   numbers sit on the outside edge of each footer - right on    *
      *   odd pages, left on even - so the book reads correctly when   *
      *   printed double-sided for the welcome pack or the team wall.  *
      *   "-asof" prints the book from geekcode.asof instead - the     *
      *   roster as geekasof rebuilt it for a past date.               *
      *   Employees who have opted out (the flag in column 80 of the   *
      *   tag line) get no index line and no page; the run counts      *
      *   them as withheld.                                            *
      ******************************************************************

       environment division.
       file-control.
           select optional geek-roster assign to "geekcode.roster"
                                       organization is line sequential.
           select optional geek-asof   assign to "geekcode.asof"
                                       organization is line sequential.
           select geek-book            assign to "geekcode.book"
                                       organization is line sequential.
           select geek-cat             assign to "geekcat.tbl"
       fd  geek-roster.
       01  geek-roster-rec             pic x(80).

       fd  geek-asof.
       01  geek-asof-rec               pic x(80).

       fd  geek-book.
       01  geek-book-rec               pic x(132).


       77  ws-cl-args                  pic x(120)    value spaces.

      *-----------------------------------------------------------------
      * "-asof" swaps the input for geekcode.asof, the same eight-line
      * blocks geekasof rebuilt for a past date; every read goes
      * through 21100-read-roster-line, so nothing else needs to know.
      *-----------------------------------------------------------------
       01  ws-asof-flag                pic x         value "n".
           88  ws-asof-mode                           value "y".

       01  ws-sig-eof-flag             pic x         value "n".
           88  ws-sig-eof                             value "y".

      *-----------------------------------------------------------------
       77  ws-ent-cnt                  pic 9(04)     value zeroes.
       77  ws-ent-ix                   pic 9(04)     value zeroes.
       77  ws-withheld-cnt             pic 9(04)     value zeroes.

       01  ws-ent-tab.
           05  ws-ent-entry            occurs 500 times.
       20000-process.
           perform 21000-load-roster
           if ws-ent-cnt = 0
               if ws-withheld-cnt = 0
                   display "geekbook: no current entries in "
                       "'geekcode.roster' - run geekroster first."
                   end-display
               end-if
           else
               perform 21500-build-alpha-order
               perform 21600-count-index-pages
       21000-load-roster.
           move "n"    to ws-sig-eof-flag
           move zeroes to ws-ent-cnt
           if ws-asof-mode
               open input geek-asof
           else
               open input geek-roster
           end-if
           perform 21100-read-roster-line
           perform 21200-scan-roster-line until ws-sig-eof
           if ws-asof-mode
               close geek-asof
           else
               close geek-roster
           end-if.

       21100-read-roster-line.
           if ws-asof-mode
               read geek-asof into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           else
               read geek-roster into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           end-if.

       21200-scan-roster-line.
           if ws-sig-line (1:10) = "Employee: "
       21400-note-entry.
           if ws-block-cnt < 8
               continue
           else if ws-block-line (1) (80:1) = "Y"
               add 1 to ws-withheld-cnt
           else
               if ws-ent-cnt < 500
                   add 1 to ws-ent-cnt
               " page(s) written to 'geekcode.book'."
               with no advancing
           end-display
           display " " end-display
           display ws-withheld-cnt " employee(s) withheld - opted out."
               with no advancing
           end-display
           display " " end-display.

       93000-parse-cmdln.
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -asof                 Print geekcode.asof "
                   "instead of the roster"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekbook 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-asof" or "--asof"
               set ws-asof-mode to true
           else if ws-cl-args = spaces
               continue
           else
