       identification division.
       program-id. geektrend.
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
      *   geektrend shows how the shop's answers have moved over time. *
      *   "geektrend START END month|quarter" (dates yyyy-mm-dd) cuts  *
      *   the range into month or quarter ends - the last one stopping *
      *   at END - and for each period end takes, per employee, the    *
      *   block in effect at that moment: the newest one in            *
      *   geekcode.roster or geekcode.hist generated on or before it,  *
      *   unless geekcode.audit shows the employee deleted or merged   *
      *   away since.  The report then gives, category by category in  *
      *   geekcat.tbl H-row order, the percentage of that period's     *
      *   headcount holding each code, labeled from the D rows, one    *
      *   column per period - geekstats' tallies laid side by side.    *
      *                                                                *
      *   "-dept CODE" counts only blocks whose tag line carries that  *
      *   department.  "-export" writes the same figures to            *
      *   geekcode.trend instead, "|" delimited with a header record,  *
      *   ready to chart.  At most 12 periods fit on one report.       *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-roster assign to "geekcode.roster"
                                       organization is line sequential.
           select optional geek-hist   assign to "geekcode.hist"
                                       organization is line sequential.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select geek-cat             assign to "geekcat.tbl"
                                       organization is line sequential
                                       file status is ws-cat-status.
           select geek-trend           assign to "geekcode.trend"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-roster.
       01  geek-roster-rec             pic x(80).

       fd  geek-hist.
       01  geek-hist-rec               pic x(80).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).

       fd  geek-trend.
       01  geek-trend-rec              pic x(400).

       working-storage section.

       copy "geekcode.cpy".

       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-ptr                   pic 9(3)      value 1.

      *-----------------------------------------------------------------
      * The range, the period length and the optional department.
      *-----------------------------------------------------------------
       77  ws-start-date               pic x(10)     value spaces.
       77  ws-end-date                 pic x(10)     value spaces.
       77  ws-chk-date                 pic x(10)     value spaces.
       77  ws-one-dept                 pic x(08)     value spaces.

       01  ws-period-kind              pic x         value space.
           88  ws-by-month                            value "m".
           88  ws-by-quarter                          value "q".

       01  ws-dept-flag                pic x         value "n".
           88  ws-dept-mode                           value "y".

       01  ws-export-flag              pic x         value "n".
           88  ws-export-mode                         value "y".

      *-----------------------------------------------------------------
      * The period ends, built on a running month count so a range
      * can cross year ends.  Each period end is the last second of
      * its month ("-31" compares correctly against any real day) or
      * of END itself, whichever comes first.
      *-----------------------------------------------------------------
       77  ws-per-cnt                  pic 9(02)     value zeroes.
       77  ws-per-ix                   pic 9(02)     value zeroes.
       77  ws-month-cnt                pic 9(06)     value zeroes.
       77  ws-last-cnt                 pic 9(06)     value zeroes.
       77  ws-step                     pic 9         value 1.
       77  ws-per-yyyy                 pic 9(04)     value zeroes.
       77  ws-per-mm                   pic 9(02)     value zeroes.
       77  ws-per-qtr                  pic 9         value zeroes.

       01  ws-period-tab.
           05  ws-period-entry         occurs 12 times.
               10  ws-per-end          pic x(19)     value spaces.
               10  ws-per-label        pic x(07)     value spaces.
               10  ws-per-heads        pic 9(05)     value zeroes.

      *-----------------------------------------------------------------
      * geekcat.tbl, loaded exactly as geekstats loads it.
      *-----------------------------------------------------------------
       77  ws-cat-eof-flag             pic x         value "n".
           88  ws-cat-eof                             value "y".

       77  ws-cat-status               pic xx        value spaces.

       77  ws-cat-line                 pic x(340)    value spaces.
       77  ws-cat-type                 pic x         value space.
       77  ws-cat-cat                  pic x(08)     value spaces.
       77  ws-cat-grp                  pic x(02)     value spaces.
       77  ws-cat-seq                  pic x(02)     value spaces.
       77  ws-cat-fld                  pic x(30)     value spaces.
       77  ws-cat-lbl                  pic x(320)    value spaces.

       77  ws-hdr-cnt                  pic 9(03)     value zeroes.
       77  ws-dec-cnt                  pic 9(03)     value zeroes.
       77  ws-hdr-ix                   pic 9(03)     value zeroes.
       77  ws-dec-ix                   pic 9(03)     value zeroes.

       01  ws-cat-hdr-tab.
           05  ws-cat-hdr-entry        occurs 48 times.
               10  ws-hdr-cat          pic x(08)     value spaces.
               10  ws-hdr-fld          pic x(30)     value spaces.
               10  ws-hdr-lbl          pic x(30)     value spaces.

       01  ws-cat-dec-tab.
           05  ws-cat-dec-entry        occurs 360 times.
               10  ws-dec-cat          pic x(08)     value spaces.
               10  ws-dec-code         pic x(08)     value spaces.
               10  ws-dec-desc         pic x(320)    value spaces.

      *-----------------------------------------------------------------
      * geekstats' tallies, one column per period: a hit counter per
      * D row, a blank counter per category, and the codes stored but
      * absent from the catalog (the Pens and Sex composites among
      * them).
      *-----------------------------------------------------------------
       01  ws-dec-hit-tab.
           05  ws-dec-hit-entry        occurs 360 times.
               10  ws-dec-hits         pic 9(05)     occurs 12 times
                                                     value zeroes.

       01  ws-hdr-blank-tab.
           05  ws-hdr-blank-entry      occurs 48 times.
               10  ws-hdr-blanks       pic 9(05)     occurs 12 times
                                                     value zeroes.

       77  ws-extra-cnt                pic 9(03)     value zeroes.
       77  ws-extra-ix                 pic 9(03)     value zeroes.
       77  ws-extra-lost               pic 9(05)     value zeroes.

       01  ws-extra-tab.
           05  ws-extra-entry          occurs 100 times.
               10  ws-extra-cat        pic x(08)     value spaces.
               10  ws-extra-code       pic x(08)     value spaces.
               10  ws-extra-hits       pic 9(05)     occurs 12 times
                                                     value zeroes.

       01  ws-stat-found-flag          pic x         value "n".
           88  ws-stat-found                          value "y".

       01  ws-stat-stored-flag         pic x         value "n".
           88  ws-stat-stored                         value "y".

       77  ws-stat-cat                 pic x(08)     value spaces.
       77  ws-stat-val                 pic x(08)     value spaces.
       77  ws-stat-any                 pic 9(05)     value zeroes.
       77  ws-stat-pct                 pic 9(03)v9   value zeroes.
       77  ws-stat-pct-ed              pic zz9.9     value zeroes.
       77  ws-stat-cnt-ed              pic zzzz9     value zeroes.

      *-----------------------------------------------------------------
      * Per employee, per period: the stamp of the block in effect,
      * the newest delete or merge-away on or before the period end,
      * and whether the block has been counted yet (the same block
      * can sit in both the roster and the archive).
      *-----------------------------------------------------------------
       77  ws-ros-cnt                  pic 9(04)     value zeroes.
       77  ws-ros-ix                   pic 9(04)     value zeroes.

       01  ws-roster-tab.
           05  ws-roster-entry         occurs 500 times.
               10  ws-ros-emp          pic x(20)     value spaces.
               10  ws-ros-per          occurs 12 times.
                   15  ws-ros-stamp    pic x(19)     value spaces.
                   15  ws-ros-gone     pic x(19)     value spaces.
                   15  ws-ros-done     pic x         value "n".

       01  ws-ros-found-flag           pic x         value "n".
           88  ws-ros-found                           value "y".

       01  ws-src-flag                 pic x         value "r".
           88  ws-src-roster                          value "r".
           88  ws-src-hist                            value "h".

       01  ws-sig-eof-flag             pic x         value "n".
           88  ws-sig-eof                             value "y".

       77  ws-sig-line                 pic x(80)     value spaces.
       77  ws-sig-ptr                  pic 9(3)      value 1.
       77  ws-tag-stamp                pic x(19)     value spaces.
       77  ws-tag-dept                 pic x(08)     value spaces.

       01  ws-tally-flag               pic x         value "n".
           88  ws-tally-due                           value "y".

       01  ws-parsed-flag              pic x         value "n".
           88  ws-block-parsed                        value "y".

      *-----------------------------------------------------------------
      * geekroster's eight-slot block buffer and held-tag resync.
      *-----------------------------------------------------------------
       77  ws-block-cnt                pic 9(02)     value zeroes.

       01  ws-block-buf.
           05  ws-block-line           pic x(80)     occurs 8 times.

       01  ws-hold-flag                pic x         value "n".
           88  ws-hold-tag                            value "y".

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
      * One printed row: code, label, then a column per period that
      * holds a percentage, a headcount or the period label.
      *-----------------------------------------------------------------
       01  ws-trend-row.
           05  ws-row-code             pic x(08).
           05  filler                  pic x(01).
           05  ws-row-lbl              pic x(26).
           05  ws-row-col              occurs 12 times.
               10  ws-row-cell         pic x(08).
               10  ws-row-num          redefines ws-row-cell.
                   15  filler          pic x(02).
                   15  ws-row-pct      pic zz9.9.
                   15  ws-row-sign     pic x(01).
               10  ws-row-head         redefines ws-row-cell.
                   15  filler          pic x(03).
                   15  ws-row-cnt      pic zzzz9.

       77  ws-trend-line               pic x(400)    value spaces.
       77  ws-trend-ptr                pic 9(03)     value 1.
       77  ws-lead                     pic 9(02)     value zeroes.

       77  ws-blk-cnt                  pic 9(05)     value zeroes.
       77  ws-short-cnt                pic 9(05)     value zeroes.

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 10100-load-geekcat
           perform 10200-build-periods.

       10100-load-geekcat.
           move "n"    to ws-cat-eof-flag
           move zeroes to ws-hdr-cnt
           move zeroes to ws-dec-cnt
           open input geek-cat
           if ws-cat-status not = "00"
               display "geektrend: cannot open 'geekcat.tbl' "
                   "(file status " ws-cat-status "), category catalog "
                   "is required - aborting."
               end-display
               perform 30000-cleanup
           end-if
           perform 10110-read-cat-line
           perform 10120-store-cat-line until ws-cat-eof
           close geek-cat
           if ws-hdr-cnt = 0
               display "geektrend: 'geekcat.tbl' opened but contained "
                   "no category rows - aborting."
               end-display
               perform 30000-cleanup
           end-if.

       10110-read-cat-line.
           read geek-cat into ws-cat-line
               at end set ws-cat-eof to true
           end-read.

       10120-store-cat-line.
           move ws-cat-line (1:1) to ws-cat-type

           if ws-cat-type = "H"
               move spaces to ws-cat-cat ws-cat-grp ws-cat-seq
                              ws-cat-fld ws-cat-lbl
               unstring ws-cat-line delimited by "|"
                   into ws-cat-type ws-cat-cat ws-cat-grp ws-cat-seq
                        ws-cat-fld  ws-cat-lbl
               end-unstring
               add 1 to ws-hdr-cnt
               move ws-cat-cat to ws-hdr-cat (ws-hdr-cnt)
               move ws-cat-fld to ws-hdr-fld (ws-hdr-cnt)
               move ws-cat-lbl (1:30) to ws-hdr-lbl (ws-hdr-cnt)
           else
               if ws-cat-type = "D"
                   move spaces to ws-cat-cat ws-cat-seq ws-cat-lbl
                   unstring ws-cat-line delimited by "|"
                       into ws-cat-type ws-cat-cat ws-cat-seq
                            ws-cat-fld  ws-cat-lbl
                   end-unstring
                   add 1 to ws-dec-cnt
                   move ws-cat-cat         to ws-dec-cat (ws-dec-cnt)
                   move ws-cat-fld (1:8)   to ws-dec-code (ws-dec-cnt)
                   move ws-cat-lbl         to ws-dec-desc (ws-dec-cnt)
               end-if
           end-if

           perform 10110-read-cat-line.

      *-----------------------------------------------------------------
      * 10200-build-periods steps from the month (or quarter-end
      * month) holding START to the one holding END.
      *-----------------------------------------------------------------
       10200-build-periods.
           move ws-start-date (1:4) to ws-per-yyyy
           move ws-start-date (6:2) to ws-per-mm
           if ws-by-quarter
               perform 10230-round-to-quarter
           end-if
           compute ws-month-cnt = ws-per-yyyy * 12 + ws-per-mm - 1

           move ws-end-date (1:4) to ws-per-yyyy
           move ws-end-date (6:2) to ws-per-mm
           if ws-by-quarter
               perform 10230-round-to-quarter
           end-if
           compute ws-last-cnt = ws-per-yyyy * 12 + ws-per-mm - 1

           move zeroes to ws-per-cnt
           perform 10210-add-period until ws-month-cnt > ws-last-cnt.

       10210-add-period.
           if ws-per-cnt = 12
               display "geektrend: more than 12 periods between "
                   ws-start-date " and " ws-end-date
                   " - narrow the range or use quarter."
               end-display
               perform 30000-cleanup
           end-if
           add 1 to ws-per-cnt
           divide ws-month-cnt by 12 giving ws-per-yyyy
               remainder ws-per-mm
           add 1 to ws-per-mm

           move spaces to ws-chk-date
           string ws-per-yyyy delimited by size
                  "-"         delimited by size
                  ws-per-mm   delimited by size
                  "-31"       delimited by size
               into ws-chk-date
           end-string
           if ws-chk-date > ws-end-date
               move ws-end-date to ws-chk-date
           end-if
           move spaces to ws-per-end (ws-per-cnt)
           string ws-chk-date delimited by size
                  " 23:59:59" delimited by size
               into ws-per-end (ws-per-cnt)
           end-string

           move spaces to ws-per-label (ws-per-cnt)
           if ws-by-quarter
               divide ws-per-mm by 3 giving ws-per-qtr
               string ws-per-yyyy delimited by size
                      "-Q"        delimited by size
                      ws-per-qtr  delimited by size
                   into ws-per-label (ws-per-cnt)
               end-string
           else
               string ws-per-yyyy delimited by size
                      "-"         delimited by size
                      ws-per-mm   delimited by size
                   into ws-per-label (ws-per-cnt)
               end-string
           end-if

           add ws-step to ws-month-cnt.

       10230-round-to-quarter.
           compute ws-per-qtr = (ws-per-mm + 2) / 3
           compute ws-per-mm = ws-per-qtr * 3.

       20000-process.
           move zeroes to ws-ros-cnt
           set ws-src-roster to true
           perform 20100-survey-pass
           set ws-src-hist   to true
           perform 20100-survey-pass
           perform 20300-survey-audit

           set ws-src-roster to true
           perform 20500-tally-pass
           set ws-src-hist   to true
           perform 20500-tally-pass

           if ws-export-mode
               perform 27000-write-export
           else
               perform 26000-print-report
           end-if
           perform 20900-summary.

      *-----------------------------------------------------------------
      * First pass over each file: for every tag line, the stamp is
      * the one in effect at each period end it does not postdate,
      * if it is newer than what that period already holds.
      *-----------------------------------------------------------------
       20100-survey-pass.
           move "n" to ws-sig-eof-flag
           perform 20110-open-source
           perform 20120-read-source-line
           perform 20130-survey-line until ws-sig-eof
           perform 20140-close-source.

       20110-open-source.
           if ws-src-roster
               open input geek-roster
           else
               open input geek-hist
           end-if.

       20120-read-source-line.
           if ws-src-roster
               read geek-roster into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           else
               read geek-hist into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           end-if.

       20140-close-source.
           if ws-src-roster
               close geek-roster
           else
               close geek-hist
           end-if.

       20130-survey-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               move ws-sig-line (44:19) to ws-tag-stamp
               perform 20150-note-entry
           end-if

           perform 20120-read-source-line.

       20150-note-entry.
           perform 20160-find-ros-entry
           if not ws-ros-found
               if ws-ros-cnt < 500
                   add 1 to ws-ros-cnt
                   move ws-ros-cnt to ws-ros-ix
                   move ws-emp-id  to ws-ros-emp (ws-ros-ix)
               else
                   display "geektrend: more than 500 employees in "
                       "'geekcode.roster' and 'geekcode.hist' - "
                       "aborting."
                   end-display
                   perform 30000-cleanup
               end-if
           end-if
           perform 20155-note-period-stamp varying ws-per-ix from 1
               by 1 until ws-per-ix > ws-per-cnt.

       20155-note-period-stamp.
           if ws-tag-stamp not > ws-per-end (ws-per-ix)
               and ws-tag-stamp > ws-ros-stamp (ws-ros-ix, ws-per-ix)
               move ws-tag-stamp to ws-ros-stamp (ws-ros-ix, ws-per-ix)
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
      * geekcode.audit departures - a "delete" names the id in the
      * first field, a "merge" the merged-away id in the fifth - are
      * kept per period, the newest on or before each period end.
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

           if ws-aud-mode = "delete"
               move ws-aud-emp to ws-emp-id
               perform 20330-note-departure
           else
               if ws-aud-mode = "merge"
                   move ws-aud-old to ws-emp-id
                   perform 20330-note-departure
               end-if
           end-if

           perform 20310-read-audit-line.

       20330-note-departure.
           perform 20160-find-ros-entry
           if ws-ros-found
               perform 20335-note-period-gone varying ws-per-ix
                   from 1 by 1 until ws-per-ix > ws-per-cnt
           end-if.

       20335-note-period-gone.
           if ws-aud-stamp not > ws-per-end (ws-per-ix)
               and ws-aud-stamp > ws-ros-gone (ws-ros-ix, ws-per-ix)
               move ws-aud-stamp to ws-ros-gone (ws-ros-ix, ws-per-ix)
           end-if.

      *-----------------------------------------------------------------
      * Second pass: each whole block is collected, and counted in
      * every period it was in effect for - its stamp is the period's
      * stamp, no departure came after it, it has not been counted
      * there already, and its department passes -dept.  The block
      * is parsed once, the first time a period wants it.
      *-----------------------------------------------------------------
       20500-tally-pass.
           move "n" to ws-sig-eof-flag
           perform 20110-open-source
           perform 20120-read-source-line
           perform 20510-tally-line until ws-sig-eof
           perform 20140-close-source.

       20510-tally-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               move ws-sig-line (44:19) to ws-tag-stamp
               perform 20520-get-tag-dept
               perform 20530-collect-block
               perform 20160-find-ros-entry
               if ws-block-cnt = 8
                   and ws-ros-found
                   and (not ws-dept-mode or ws-tag-dept = ws-one-dept)
                   add 1 to ws-blk-cnt
                   move "n" to ws-parsed-flag
                   perform 20540-tally-period varying ws-per-ix
                       from 1 by 1 until ws-per-ix > ws-per-cnt
               end-if
               if ws-block-cnt < 8
                   add 1 to ws-short-cnt
               end-if
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

      *-----------------------------------------------------------------
      * The department rides the tag line behind the Generated stamp:
      * "  Dept: " in 63-70, the code in 71-78.
      *-----------------------------------------------------------------
       20520-get-tag-dept.
           if ws-sig-line (65:6) = "Dept: "
               move ws-sig-line (71:8) to ws-tag-dept
           else
               move spaces to ws-tag-dept
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

       20540-tally-period.
           move "n" to ws-tally-flag
           if ws-tag-stamp = ws-ros-stamp (ws-ros-ix, ws-per-ix)
               and ws-ros-done (ws-ros-ix, ws-per-ix) = "n"
               and ws-ros-gone (ws-ros-ix, ws-per-ix)
                   not > ws-tag-stamp
               set ws-tally-due to true
           end-if
           if ws-tally-due
               move "y" to ws-ros-done (ws-ros-ix, ws-per-ix)
               if not ws-block-parsed
                   perform 20550-parse-block
               end-if
               add 1 to ws-per-heads (ws-per-ix)
               perform 20600-tally-one-cat varying ws-hdr-ix from 1
                   by 1 until ws-hdr-ix > ws-hdr-cnt
           end-if.

      *-----------------------------------------------------------------
      * The four data lines sit in slots 4 - 7, behind the tag, BEGIN
      * and version lines; the parse is geekstats' 20221 - 20224.
      *-----------------------------------------------------------------
       20550-parse-block.
           set ws-block-parsed to true
           move ws-block-line (4) to ws-sig-line
           perform 20221-parse-line1
           move ws-block-line (5) to ws-sig-line
           perform 20222-parse-line2
           move ws-block-line (6) to ws-sig-line
           perform 20223-parse-line3
           move ws-block-line (7) to ws-sig-line
           perform 20224-parse-line4
           move ws-block-line (8) to ws-sig-line.

       20221-parse-line1.
           move spaces to ws-type ws-dress ws-hair ws-shape ws-glasses
                          ws-pens ws-auto ws-age ws-weird ws-verbage
                          ws-comp
           unstring ws-sig-line delimited by space
               into ws-type ws-dress ws-hair ws-shape ws-glasses
                    ws-pens ws-auto ws-age ws-weird ws-verbage ws-comp
           end-unstring.

       20222-parse-line2.
           move spaces to ws-unix ws-perl ws-linux ws-386bsd ws-news
                          ws-web ws-mac ws-vms ws-pol ws-cp
           unstring ws-sig-line delimited by space
               into ws-unix ws-perl ws-linux ws-386bsd ws-news
                    ws-web ws-mac ws-vms ws-pol ws-cp
           end-unstring.

       20223-parse-line3.
           move spaces to ws-trek ws-bab ws-jeop ws-role ws-magic
                          ws-emacs ws-kibo ws-ms ws-tv
           unstring ws-sig-line delimited by space
               into ws-trek ws-bab ws-jeop ws-role ws-magic
                    ws-emacs ws-kibo ws-ms ws-tv
           end-unstring.

       20224-parse-line4.
           move spaces to ws-books ws-doom ws-barney ws-educ ws-music
                          ws-house ws-rel ws-friends ws-nut ws-code-sex
           move 1 to ws-sig-ptr
           unstring ws-sig-line delimited by space
               into ws-books ws-doom ws-barney ws-educ ws-music
                    ws-house ws-rel ws-friends ws-nut
               with pointer ws-sig-ptr
           end-unstring
           move ws-sig-line (ws-sig-ptr:6) to ws-code-sex.

      *-----------------------------------------------------------------
      * 20600-tally-one-cat counts one category of the parsed block in
      * period ws-per-ix, geekstats' 20410 with a period subscript.
      *-----------------------------------------------------------------
       20600-tally-one-cat.
           move ws-hdr-cat (ws-hdr-ix) to ws-stat-cat
           perform 20700-get-field-value
           if ws-stat-stored
               if ws-stat-val = spaces
                   add 1 to ws-hdr-blanks (ws-hdr-ix, ws-per-ix)
               else
                   perform 20620-find-dec-slot
                   if not ws-stat-found
                       perform 20630-note-extra
                   end-if
               end-if
           end-if.

       20620-find-dec-slot.
           move "n" to ws-stat-found-flag
           perform 20625-check-dec-slot varying ws-dec-ix from 1 by 1
               until ws-dec-ix > ws-dec-cnt or ws-stat-found.

       20625-check-dec-slot.
           if ws-dec-cat (ws-dec-ix) = ws-stat-cat
               and ws-dec-code (ws-dec-ix) = ws-stat-val
               add 1 to ws-dec-hits (ws-dec-ix, ws-per-ix)
               set ws-stat-found to true
           end-if.

       20630-note-extra.
           move "n" to ws-stat-found-flag
           perform 20635-check-extra-slot varying ws-extra-ix from 1
               by 1 until ws-extra-ix > ws-extra-cnt or ws-stat-found
           if not ws-stat-found
               if ws-extra-cnt < 100
                   add 1 to ws-extra-cnt
                   move ws-stat-cat to ws-extra-cat (ws-extra-cnt)
                   move ws-stat-val to ws-extra-code (ws-extra-cnt)
                   move 1 to ws-extra-hits (ws-extra-cnt, ws-per-ix)
               else
                   add 1 to ws-extra-lost
               end-if
           end-if.

       20635-check-extra-slot.
           if ws-extra-cat (ws-extra-ix) = ws-stat-cat
               and ws-extra-code (ws-extra-ix) = ws-stat-val
               add 1 to ws-extra-hits (ws-extra-ix, ws-per-ix)
               set ws-stat-found to true
           end-if.

      *-----------------------------------------------------------------
      * 20700-get-field-value is geekstats' own 20310: the stored code
      * for one category of the parsed block.
      *-----------------------------------------------------------------
       20700-get-field-value.
           move spaces to ws-stat-val
           move "y"    to ws-stat-stored-flag
           if ws-stat-cat = "TYPE"
               move ws-type to ws-stat-val
           else if ws-stat-cat = "DRESS"
               move ws-dress to ws-stat-val
           else if ws-stat-cat = "HAIR"
               move ws-hair to ws-stat-val
           else if ws-stat-cat = "SHAPE"
               move ws-shape to ws-stat-val
           else if ws-stat-cat = "GLASSES"
               move ws-glasses to ws-stat-val
           else if ws-stat-cat = "PENS"
               move ws-pens to ws-stat-val
           else if ws-stat-cat = "AUTO"
               move ws-auto to ws-stat-val
           else if ws-stat-cat = "AGE"
               move ws-age to ws-stat-val
           else if ws-stat-cat = "WEIRD"
               move ws-weird to ws-stat-val
           else if ws-stat-cat = "VERBAGE"
               move ws-verbage to ws-stat-val
           else if ws-stat-cat = "COMP"
               move ws-comp to ws-stat-val
           else if ws-stat-cat = "FLAVOR"
               move ws-unix-flavor to ws-stat-val
           else if ws-stat-cat = "PERL"
               move ws-perl to ws-stat-val
           else if ws-stat-cat = "LINUX"
               move ws-linux to ws-stat-val
           else if ws-stat-cat = "386BSD"
               move ws-386bsd to ws-stat-val
           else if ws-stat-cat = "NEWS"
               move ws-news to ws-stat-val
           else if ws-stat-cat = "WEB"
               move ws-web to ws-stat-val
           else if ws-stat-cat = "EMACS"
               move ws-emacs to ws-stat-val
           else if ws-stat-cat = "KIBO"
               move ws-kibo to ws-stat-val
           else if ws-stat-cat = "MS"
               move ws-ms to ws-stat-val
           else if ws-stat-cat = "MAC"
               move ws-mac to ws-stat-val
           else if ws-stat-cat = "VMS"
               move ws-vms to ws-stat-val
           else if ws-stat-cat = "POL"
               move ws-pol to ws-stat-val
           else if ws-stat-cat = "CP"
               move ws-cp to ws-stat-val
           else if ws-stat-cat = "TREK"
               move ws-trek to ws-stat-val
           else if ws-stat-cat = "BAB"
               move ws-bab to ws-stat-val
           else if ws-stat-cat = "JEOP"
               move ws-jeop to ws-stat-val
           else if ws-stat-cat = "ROLE"
               move ws-role to ws-stat-val
           else if ws-stat-cat = "MAGIC"
               move ws-magic to ws-stat-val
           else if ws-stat-cat = "TV"
               move ws-tv to ws-stat-val
           else if ws-stat-cat = "BOOKS"
               move ws-books to ws-stat-val
           else if ws-stat-cat = "DOOM"
               move ws-doom to ws-stat-val
           else if ws-stat-cat = "BARNEY"
               move ws-barney to ws-stat-val
           else if ws-stat-cat = "EDUC"
               move ws-educ to ws-stat-val
           else if ws-stat-cat = "MUSIC"
               move ws-music to ws-stat-val
           else if ws-stat-cat = "HOUSE"
               move ws-house to ws-stat-val
           else if ws-stat-cat = "FRIENDS"
               move ws-friends to ws-stat-val
           else if ws-stat-cat = "REL"
               move ws-rel to ws-stat-val
           else if ws-stat-cat = "NUT"
               move ws-nut to ws-stat-val
           else if ws-stat-cat = "SEX"
               move ws-code-sex to ws-stat-val
           else
               move "n" to ws-stat-stored-flag
           end-if.

      *-----------------------------------------------------------------
      * 26000-print-report: a heading, the period labels and
      * headcounts, then one section per stored category with a row
      * for every code held in any period, the unrecognized codes and
      * the unanswered count.
      *-----------------------------------------------------------------
       26000-print-report.
           display "Geek Code Trend Report" end-display
           display "======================" end-display
           if ws-by-quarter
               display "Quarter ends from " ws-start-date " to "
                   ws-end-date with no advancing
               end-display
           else
               display "Month ends from " ws-start-date " to "
                   ws-end-date with no advancing
               end-display
           end-if
           if ws-dept-mode
               display ", department " ws-one-dept with no advancing
               end-display
           end-if
           display " " end-display
           display " " end-display

           move spaces to ws-trend-row
           move "Period end" to ws-row-lbl
           perform 26010-move-label varying ws-per-ix from 1 by 1
               until ws-per-ix > ws-per-cnt
           display ws-trend-row end-display
           move spaces to ws-trend-row
           move "Headcount" to ws-row-lbl
           perform 26020-move-heads varying ws-per-ix from 1 by 1
               until ws-per-ix > ws-per-cnt
           display ws-trend-row end-display

           perform 26100-print-category varying ws-hdr-ix from 1 by 1
               until ws-hdr-ix > ws-hdr-cnt.

       26010-move-label.
           move spaces to ws-row-cell (ws-per-ix)
           move ws-per-label (ws-per-ix)
               to ws-row-cell (ws-per-ix) (2:7).

       26020-move-heads.
           move ws-per-heads (ws-per-ix) to ws-row-cnt (ws-per-ix).

       26100-print-category.
           move ws-hdr-cat (ws-hdr-ix) to ws-stat-cat
           perform 20700-get-field-value
           if ws-stat-stored
               display " " end-display
               display ws-hdr-lbl (ws-hdr-ix) " ("
                   ws-stat-cat ")" end-display
               display "---------------------------------------------"
               end-display
               perform 26200-print-dec-row
                   varying ws-dec-ix from 1 by 1
                   until ws-dec-ix > ws-dec-cnt
               perform 26300-print-extra-row
                   varying ws-extra-ix from 1 by 1
                   until ws-extra-ix > ws-extra-cnt
               perform 26400-print-blank-row
           end-if.

       26200-print-dec-row.
           if ws-dec-cat (ws-dec-ix) = ws-stat-cat
               move zeroes to ws-stat-any
               perform 26210-sum-dec-hits varying ws-per-ix from 1
                   by 1 until ws-per-ix > ws-per-cnt
               if ws-stat-any > 0
                   move spaces to ws-trend-row
                   move ws-dec-code (ws-dec-ix) to ws-row-code
                   move ws-dec-desc (ws-dec-ix) (1:26) to ws-row-lbl
                   perform 26220-move-dec-pct varying ws-per-ix
                       from 1 by 1 until ws-per-ix > ws-per-cnt
                   display ws-trend-row end-display
               end-if
           end-if.

       26210-sum-dec-hits.
           add ws-dec-hits (ws-dec-ix, ws-per-ix) to ws-stat-any.

       26220-move-dec-pct.
           move zeroes to ws-stat-pct
           if ws-per-heads (ws-per-ix) > 0
               compute ws-stat-pct rounded
                   = ws-dec-hits (ws-dec-ix, ws-per-ix) * 100
                   / ws-per-heads (ws-per-ix)
               end-compute
           end-if
           perform 26900-move-pct-cell.

       26300-print-extra-row.
           if ws-extra-cat (ws-extra-ix) = ws-stat-cat
               move spaces to ws-trend-row
               move ws-extra-code (ws-extra-ix) to ws-row-code
               if ws-extra-code (ws-extra-ix) = "*"
                   move "(not asked)" to ws-row-lbl
               else
               if ws-stat-cat = "PENS" or "SEX"
                   move "(composite value)" to ws-row-lbl
               else
                   move "(not in geekcat.tbl)" to ws-row-lbl
               end-if
               end-if
               perform 26310-move-extra-pct varying ws-per-ix
                   from 1 by 1 until ws-per-ix > ws-per-cnt
               display ws-trend-row end-display
           end-if.

       26310-move-extra-pct.
           move zeroes to ws-stat-pct
           if ws-per-heads (ws-per-ix) > 0
               compute ws-stat-pct rounded
                   = ws-extra-hits (ws-extra-ix, ws-per-ix) * 100
                   / ws-per-heads (ws-per-ix)
               end-compute
           end-if
           perform 26900-move-pct-cell.

       26400-print-blank-row.
           move zeroes to ws-stat-any
           perform 26410-sum-blanks varying ws-per-ix from 1 by 1
               until ws-per-ix > ws-per-cnt
           if ws-stat-any > 0
               move spaces to ws-trend-row
               move "(blank)" to ws-row-code
               move "not answered" to ws-row-lbl
               perform 26420-move-blank-pct varying ws-per-ix
                   from 1 by 1 until ws-per-ix > ws-per-cnt
               display ws-trend-row end-display
           end-if.

       26410-sum-blanks.
           add ws-hdr-blanks (ws-hdr-ix, ws-per-ix) to ws-stat-any.

       26420-move-blank-pct.
           move zeroes to ws-stat-pct
           if ws-per-heads (ws-per-ix) > 0
               compute ws-stat-pct rounded
                   = ws-hdr-blanks (ws-hdr-ix, ws-per-ix) * 100
                   / ws-per-heads (ws-per-ix)
               end-compute
           end-if
           perform 26900-move-pct-cell.

       26900-move-pct-cell.
           move ws-stat-pct to ws-row-pct (ws-per-ix)
           move "%"         to ws-row-sign (ws-per-ix).

      *-----------------------------------------------------------------
      * "-export": geekcode.trend, one "|" delimited record per row of
      * the printed report - CATEGORY|CODE|LABEL then one percentage
      * per period - behind a header record naming the periods and a
      * HEADCOUNT record.  Percentages go out without the edit spaces.
      *-----------------------------------------------------------------
       27000-write-export.
           open output geek-trend
           move spaces to ws-trend-line
           move 1      to ws-trend-ptr
           string "CATEGORY|CODE|LABEL" delimited by size
               into ws-trend-line
               with pointer ws-trend-ptr
           end-string
           perform 27010-append-label varying ws-per-ix from 1 by 1
               until ws-per-ix > ws-per-cnt
           write geek-trend-rec from ws-trend-line
           end-write

           move spaces to ws-trend-line
           move 1      to ws-trend-ptr
           string "HEADCOUNT||" delimited by size
               into ws-trend-line
               with pointer ws-trend-ptr
           end-string
           perform 27020-append-heads varying ws-per-ix from 1 by 1
               until ws-per-ix > ws-per-cnt
           write geek-trend-rec from ws-trend-line
           end-write

           perform 27100-export-category varying ws-hdr-ix from 1 by 1
               until ws-hdr-ix > ws-hdr-cnt
           close geek-trend.

       27010-append-label.
           string "|"                       delimited by size
                  ws-per-label (ws-per-ix)  delimited by space
               into ws-trend-line
               with pointer ws-trend-ptr
           end-string.

       27020-append-heads.
           move ws-per-heads (ws-per-ix) to ws-stat-cnt-ed
           move zeroes to ws-lead
           inspect ws-stat-cnt-ed tallying ws-lead for leading space
           string "|"                          delimited by size
                  ws-stat-cnt-ed (ws-lead + 1:) delimited by size
               into ws-trend-line
               with pointer ws-trend-ptr
           end-string.

       27100-export-category.
           move ws-hdr-cat (ws-hdr-ix) to ws-stat-cat
           perform 20700-get-field-value
           if ws-stat-stored
               perform 27200-export-dec-row
                   varying ws-dec-ix from 1 by 1
                   until ws-dec-ix > ws-dec-cnt
               perform 27300-export-extra-row
                   varying ws-extra-ix from 1 by 1
                   until ws-extra-ix > ws-extra-cnt
               perform 27400-export-blank-row
           end-if.

       27200-export-dec-row.
           if ws-dec-cat (ws-dec-ix) = ws-stat-cat
               move zeroes to ws-stat-any
               perform 26210-sum-dec-hits varying ws-per-ix from 1
                   by 1 until ws-per-ix > ws-per-cnt
               if ws-stat-any > 0
                   move ws-dec-code (ws-dec-ix) to ws-row-code
                   move spaces to ws-cat-lbl
                   move ws-dec-desc (ws-dec-ix) to ws-cat-lbl
                   perform 27500-start-export-row
                   perform 27210-append-dec-pct varying ws-per-ix
                       from 1 by 1 until ws-per-ix > ws-per-cnt
                   write geek-trend-rec from ws-trend-line
                   end-write
               end-if
           end-if.

       27210-append-dec-pct.
           move zeroes to ws-stat-pct
           if ws-per-heads (ws-per-ix) > 0
               compute ws-stat-pct rounded
                   = ws-dec-hits (ws-dec-ix, ws-per-ix) * 100
                   / ws-per-heads (ws-per-ix)
               end-compute
           end-if
           perform 27900-append-pct.

       27300-export-extra-row.
           if ws-extra-cat (ws-extra-ix) = ws-stat-cat
               move ws-extra-code (ws-extra-ix) to ws-row-code
               if ws-extra-code (ws-extra-ix) = "*"
                   move "(not asked)" to ws-cat-lbl
               else
               if ws-stat-cat = "PENS" or "SEX"
                   move "(composite value)" to ws-cat-lbl
               else
                   move "(not in geekcat.tbl)" to ws-cat-lbl
               end-if
               end-if
               perform 27500-start-export-row
               perform 27310-append-extra-pct varying ws-per-ix
                   from 1 by 1 until ws-per-ix > ws-per-cnt
               write geek-trend-rec from ws-trend-line
               end-write
           end-if.

       27310-append-extra-pct.
           move zeroes to ws-stat-pct
           if ws-per-heads (ws-per-ix) > 0
               compute ws-stat-pct rounded
                   = ws-extra-hits (ws-extra-ix, ws-per-ix) * 100
                   / ws-per-heads (ws-per-ix)
               end-compute
           end-if
           perform 27900-append-pct.

       27400-export-blank-row.
           move zeroes to ws-stat-any
           perform 26410-sum-blanks varying ws-per-ix from 1 by 1
               until ws-per-ix > ws-per-cnt
           if ws-stat-any > 0
               move "(blank)" to ws-row-code
               move "not answered" to ws-cat-lbl
               perform 27500-start-export-row
               perform 27410-append-blank-pct varying ws-per-ix
                   from 1 by 1 until ws-per-ix > ws-per-cnt
               write geek-trend-rec from ws-trend-line
               end-write
           end-if.

       27410-append-blank-pct.
           move zeroes to ws-stat-pct
           if ws-per-heads (ws-per-ix) > 0
               compute ws-stat-pct rounded
                   = ws-hdr-blanks (ws-hdr-ix, ws-per-ix) * 100
                   / ws-per-heads (ws-per-ix)
               end-compute
           end-if
           perform 27900-append-pct.

      *-----------------------------------------------------------------
      * The label is cut at its first double space, so the record
      * carries the words without the padding.
      *-----------------------------------------------------------------
       27500-start-export-row.
           move spaces to ws-trend-line
           move 1      to ws-trend-ptr
           string ws-stat-cat   delimited by space
                  "|"           delimited by size
                  ws-row-code   delimited by space
                  "|"           delimited by size
                  ws-cat-lbl    delimited by "  "
               into ws-trend-line
               with pointer ws-trend-ptr
           end-string.

       27900-append-pct.
           move ws-stat-pct to ws-stat-pct-ed
           move zeroes to ws-lead
           inspect ws-stat-pct-ed tallying ws-lead for leading space
           string "|"                          delimited by size
                  ws-stat-pct-ed (ws-lead + 1:) delimited by size
               into ws-trend-line
               with pointer ws-trend-ptr
           end-string.

       20900-summary.
           display " " end-display
           display ws-blk-cnt " block(s) read for " ws-ros-cnt
               " employee(s) over " ws-per-cnt " period(s)."
               with no advancing
           end-display
           if ws-short-cnt > 0
               display " " end-display
               display ws-short-cnt " truncated block(s) were not "
                   "counted." with no advancing
               end-display
           end-if
           if ws-extra-lost > 0
               display " " end-display
               display ws-extra-lost " unrecognized code(s) beyond the "
                   "first 100 distinct were not itemized."
                   with no advancing
               end-display
           end-if
           if ws-export-mode
               display " " end-display
               display "Trend figures written to 'geekcode.trend'."
                   with no advancing
               end-display
           end-if
           display " " end-display.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geektrend [options] START END "
                   "month|quarter"
               end-display
               display " " end-display
               display "START and END are dates in yyyy-mm-dd form."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -dept CODE            Count only blocks "
                   "tagged with department CODE"
               end-display
               display "    -export               Write geekcode.trend "
                   "('|' delimited) instead"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geektrend 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else if ws-cl-args = spaces
               perform 93900-usage-error
           else
               move 1 to ws-cl-ptr
               perform 93100-next-word
               perform 93200-apply-option
                   until ws-cl-word1 (1:1) not = "-"
               perform 93300-check-date
               move ws-chk-date to ws-start-date
               perform 93100-next-word
               perform 93300-check-date
               move ws-chk-date to ws-end-date
               perform 93100-next-word
               perform 93400-check-period
               perform 93100-next-word
               if ws-cl-word1 not = spaces
                   perform 93900-usage-error
               end-if
               if ws-end-date < ws-start-date
                   display "geektrend: the end date is before the "
                       "start date."
                   end-display
                   perform 94000-terminate
               end-if
           end-if.

       93100-next-word.
           move spaces to ws-cl-word1
           if ws-cl-ptr <= length of ws-cl-args
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
           end-if.

       93200-apply-option.
           if ws-cl-word1 = "-dept" or "--dept"
               perform 93100-next-word
               if ws-cl-word1 = spaces
                   perform 93900-usage-error
               end-if
               move ws-cl-word1 to ws-one-dept
               set ws-dept-mode to true
               perform 93100-next-word
           else if ws-cl-word1 = "-export" or "--export"
               set ws-export-mode to true
               perform 93100-next-word
           else
               display "geektrend: invalid option." end-display
               display "Try `geektrend -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       93300-check-date.
           move ws-cl-word1 (1:10) to ws-chk-date
           if ws-chk-date (1:4) numeric
               and ws-chk-date (5:1) = "-"
               and ws-chk-date (6:2) numeric
               and ws-chk-date (8:1) = "-"
               and ws-chk-date (9:2) numeric
               and ws-cl-word1 (11:10) = spaces
               and ws-chk-date (6:2) >= "01" and <= "12"
               and ws-chk-date (9:2) >= "01" and <= "31"
               continue
           else
               display "geektrend: '" ws-cl-word1
                   "' is not a date in yyyy-mm-dd form."
               end-display
               display "Try `geektrend -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       93400-check-period.
           if ws-cl-word1 = "month" or "monthly" or "m"
               set ws-by-month to true
               move 1 to ws-step
           else if ws-cl-word1 = "quarter" or "quarterly" or "q"
               set ws-by-quarter to true
               move 3 to ws-step
           else
               perform 93900-usage-error
           end-if.

       93900-usage-error.
           display "geektrend: a start date, an end date and month or "
               "quarter are required."
           end-display
           display "Try `geektrend -h' for more information."
           end-display
           perform 94000-terminate.

       94000-terminate.
           goback.

       30000-cleanup.
           goback.
