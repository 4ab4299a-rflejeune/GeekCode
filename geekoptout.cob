       identification division.
       program-id. geekoptout.
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
      *   geekoptout is the opt-out register for the privacy office.   *
      *   It lists every employee in geekcode.mst whose opt-out flag   *
      *   is set - the employees geekbook, geekdecode, the matcher     *
      *   and the HR extract leave out - with department, the date     *
      *   the flag has been in force since, how it was set (interview, *
      *   batch, import, master) and, for master changes, the maker and*
      *   checker.  "Since" comes from the OPTOUT records in           *
      *   geekcode.audit: the first Y after the latest N.  An employee *
      *   with no such record (flag carried over from an older sig)    *
      *   shows the stamp of the block on file, marked "block".        *
      *   The register is displayed and written to geekcode.optout.rpt,*
      *   replaced on each run.  Read only, so no run lock is taken.   *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-mast   assign to "geekcode.mst"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is mast-emp-id
                                       file status is ws-mast-status.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select geek-rpt             assign to "geekcode.optout.rpt"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-mast.
       01  mast-rec.
           05  mast-emp-id             pic x(20).
           05  mast-stamp              pic x(19).
           05  mast-dept               pic x(08).
           05  mast-version            pic x(20).
           05  mast-line1              pic x(80).
           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).
               88  mast-opted-out                     value "Y".

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-rpt.
       01  geek-rpt-rec                pic x(132).

       working-storage section.

       77  ws-cl-args                  pic x(120)    value spaces.

       77  ws-mast-status              pic xx        value spaces.

       01  ws-mast-eof-flag            pic x         value "n".
           88  ws-mast-eof                            value "y".

       01  ws-audit-eof-flag           pic x         value "n".
           88  ws-audit-eof                           value "y".

       77  ws-cur-date                 pic 9(08)     value zeroes.
       77  ws-cur-time                 pic 9(08)     value zeroes.
       77  ws-run-stamp                pic x(19)     value spaces.

      *-----------------------------------------------------------------
      * One geekcode.audit record, split on "|": id, stamp, mode,
      * category, old, new, maker, checker.
      *-----------------------------------------------------------------
       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-aud-emp                  pic x(20)     value spaces.
       77  ws-aud-stamp                pic x(19)     value spaces.
       77  ws-aud-mode                 pic x(09)     value spaces.
       77  ws-aud-cat                  pic x(08)     value spaces.
       77  ws-aud-old                  pic x(08)     value spaces.
       77  ws-aud-new                  pic x(08)     value spaces.
       77  ws-aud-maker                pic x(20)     value spaces.
       77  ws-aud-checker              pic x(20)     value spaces.

      *-----------------------------------------------------------------
      * Per employee id, the flag as the OPTOUT audit records leave it
      * and, while it is Y, the record that set it - geekroster's
      * survey pass, same 500-employee ceiling.
      *-----------------------------------------------------------------
       77  ws-opt-cnt                  pic 9(04)     value zeroes.
       77  ws-opt-ix                   pic 9(04)     value zeroes.

       01  ws-opt-tab.
           05  ws-opt-entry            occurs 500 times.
               10  ws-opt-emp          pic x(20)     value spaces.
               10  ws-opt-state        pic x         value "N".
               10  ws-opt-since        pic x(19)     value spaces.
               10  ws-opt-mode         pic x(09)     value spaces.
               10  ws-opt-maker        pic x(20)     value spaces.
               10  ws-opt-checker      pic x(20)     value spaces.

       01  ws-opt-found-flag           pic x         value "n".
           88  ws-opt-found                           value "y".

       77  ws-flag-cnt                 pic 9(05)     value zeroes.
       77  ws-on-file-cnt              pic 9(05)     value zeroes.

      *-----------------------------------------------------------------
      * geekcode.optout.rpt: a heading naming the run, then one row per
      * flagged employee.
      *-----------------------------------------------------------------
       01  ws-rpt-head.
           05  filler                  pic x(21)     value "Employee".
           05  filler                  pic x(09)     value "Dept".
           05  filler                  pic x(20)     value "Since".
           05  filler                  pic x(10)     value "How".
           05  filler                  pic x(21)     value "Maker".
           05  filler                  pic x(20)     value "Checker".

       01  ws-rpt-row.
           05  ws-rpt-emp              pic x(20)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-dept             pic x(08)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-since            pic x(19)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-how              pic x(09)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-maker            pic x(20)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-checker          pic x(20)     value spaces.

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 10050-set-run-stamp.

       10050-set-run-stamp.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-run-stamp
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
               into ws-run-stamp
           end-string.

       20000-process.
           perform 21000-survey-audit
           perform 22000-walk-master
           perform 20900-summary.

      *-----------------------------------------------------------------
      * 21000-survey-audit follows each employee's OPTOUT records in
      * file order.  A Y while the flag is down raises it and keeps
      * that record as the "since"; a repeated Y leaves it alone; an N
      * lowers it again.
      *-----------------------------------------------------------------
       21000-survey-audit.
           move "n"    to ws-audit-eof-flag
           move zeroes to ws-opt-cnt
           open input geek-audit
           perform 21010-read-audit-line
           perform 21020-survey-audit-line until ws-audit-eof
           close geek-audit.

       21010-read-audit-line.
           read geek-audit into ws-audit-line
               at end set ws-audit-eof to true
           end-read.

       21020-survey-audit-line.
           move spaces to ws-aud-emp ws-aud-stamp ws-aud-mode
                          ws-aud-cat ws-aud-old ws-aud-new
                          ws-aud-maker ws-aud-checker
           unstring ws-audit-line delimited by "|"
               into ws-aud-emp ws-aud-stamp ws-aud-mode
                    ws-aud-cat ws-aud-old ws-aud-new
                    ws-aud-maker ws-aud-checker
           end-unstring

           if ws-aud-cat = "OPTOUT"
               perform 21100-note-entry
           end-if

           perform 21010-read-audit-line.

       21100-note-entry.
           move "n" to ws-opt-found-flag
           perform 21200-find-opt-entry varying ws-opt-ix from 1 by 1
               until ws-opt-ix > ws-opt-cnt or ws-opt-found
           if ws-opt-found
               subtract 1 from ws-opt-ix
           else
               if ws-opt-cnt < 500
                   add 1 to ws-opt-cnt
                   move ws-opt-cnt to ws-opt-ix
                   move ws-aud-emp to ws-opt-emp (ws-opt-ix)
               else
                   display "geekoptout: more than 500 employees with "
                       "opt-out records in 'geekcode.audit' - aborting."
                   end-display
                   perform 30000-cleanup
               end-if
           end-if

           if ws-aud-new = "Y"
               if ws-opt-state (ws-opt-ix) not = "Y"
                   move "Y"            to ws-opt-state (ws-opt-ix)
                   move ws-aud-stamp   to ws-opt-since (ws-opt-ix)
                   move ws-aud-mode    to ws-opt-mode (ws-opt-ix)
                   move ws-aud-maker   to ws-opt-maker (ws-opt-ix)
                   move ws-aud-checker to ws-opt-checker (ws-opt-ix)
               end-if
           else
               move "N" to ws-opt-state (ws-opt-ix)
           end-if.

       21200-find-opt-entry.
           if ws-opt-emp (ws-opt-ix) = ws-aud-emp
               set ws-opt-found to true
           end-if.

      *-----------------------------------------------------------------
      * 22000-walk-master reads the master in key order; the flag on
      * file is the one that counts, the audit survey only dates it.
      *-----------------------------------------------------------------
       22000-walk-master.
           open output geek-rpt
           move spaces to geek-rpt-rec
           string "Opt-out register - run " ws-run-stamp
               delimited by size into geek-rpt-rec
           end-string
           write geek-rpt-rec end-write
           move spaces to geek-rpt-rec
           write geek-rpt-rec end-write
           write geek-rpt-rec from ws-rpt-head end-write
           display "Opt-out register - run " ws-run-stamp end-display
           display " " end-display
           display ws-rpt-head end-display

           move "n" to ws-mast-eof-flag
           open input geek-mast
           if ws-mast-status not = "00" and "05"
               display "geekoptout: cannot open 'geekcode.mst' "
                   "(file status " ws-mast-status ")."
               end-display
               set ws-mast-eof to true
               move 8 to return-code
           else
               move low-values to mast-emp-id
               start geek-mast key not < mast-emp-id
                   invalid key set ws-mast-eof to true
               end-start
               if not ws-mast-eof
                   perform 22100-read-mast-next
               end-if
           end-if
           perform 22200-check-one-rec until ws-mast-eof
           close geek-mast.

       22100-read-mast-next.
           read geek-mast next record
               at end set ws-mast-eof to true
           end-read.

       22200-check-one-rec.
           add 1 to ws-on-file-cnt
           if mast-opted-out
               perform 22300-report-one
           end-if
           perform 22100-read-mast-next.

       22300-report-one.
           add 1 to ws-flag-cnt
           move mast-emp-id to ws-aud-emp
           move "n" to ws-opt-found-flag
           perform 21200-find-opt-entry varying ws-opt-ix from 1 by 1
               until ws-opt-ix > ws-opt-cnt or ws-opt-found
           if ws-opt-found
               subtract 1 from ws-opt-ix
           end-if

           move mast-emp-id to ws-rpt-emp
           move mast-dept   to ws-rpt-dept
           if ws-opt-found and ws-opt-state (ws-opt-ix) = "Y"
               move ws-opt-since (ws-opt-ix)   to ws-rpt-since
               move ws-opt-mode (ws-opt-ix)    to ws-rpt-how
               move ws-opt-maker (ws-opt-ix)   to ws-rpt-maker
               move ws-opt-checker (ws-opt-ix) to ws-rpt-checker
           else
               move mast-stamp to ws-rpt-since
               move "block"    to ws-rpt-how
               move spaces     to ws-rpt-maker ws-rpt-checker
           end-if
           write geek-rpt-rec from ws-rpt-row end-write
           display ws-rpt-row end-display.

       20900-summary.
           if ws-flag-cnt = 0
               display "    (no employee has opted out)" end-display
               move "    (no employee has opted out)" to geek-rpt-rec
               write geek-rpt-rec end-write
           end-if
           move spaces to geek-rpt-rec
           write geek-rpt-rec end-write
           string ws-flag-cnt " employee(s) opted out of "
                  ws-on-file-cnt " on file."
               delimited by size into geek-rpt-rec
           end-string
           write geek-rpt-rec end-write
           close geek-rpt
           display " " end-display
           display ws-flag-cnt " employee(s) opted out of "
               ws-on-file-cnt " on file." end-display
           display "Register: geekcode.optout.rpt" end-display.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekoptout [options]" end-display
               display " " end-display
               display "Lists the employees who have opted out of the "
                   "directory, matcher and HR extract."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekoptout 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else if ws-cl-args = spaces
               continue
           else
               display "geekoptout: invalid option." end-display
               display "Try `geekoptout -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       94000-terminate.
           goback.

       30000-cleanup.
           goback.
