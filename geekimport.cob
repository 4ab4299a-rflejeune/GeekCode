       identification division.
       program-id. geekimport.
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
      *   geekimport takes in Geek Code 3.12 blocks a new hire already *
      *   has in an email signature, so they need not sit the whole    *
      *   interview to produce the same thing again.  FILE holds one   *
      *   or more pasted blocks, each preceded by a header line        *
      *   "id department" (a department of "-" meaning none, as on a   *
      *   batch line):                                                 *
      *                                                                *
      *       E1234 IT                                                 *
      *       -----BEGIN GEEK CODE BLOCK-----                          *
      *       Version: 3.12                                            *
      *       GCS d+ s: a C++ ...                                      *
      *       -----END GEEK CODE BLOCK-----                            *
      *                                                                *
      *   The data lines may be wrapped and ordered any way the other  *
      *   generator liked.  Every token is matched to its category     *
      *   through the geekcat.tbl D rows and the Pens, UNIX and Sex    *
      *   composite patterns geekmast -set validates with.  A code     *
      *   two categories share (w+ is both Weirdness and Windows)      *
      *   goes to whichever of them the rest of the block leaves       *
      *   open.  An accepted block is appended to geekcode.sig in the  *
      *   standard eight-line layout under a fresh tag line, with its  *
      *   geekcode.audit records, mode "import"; a category with no    *
      *   answer is stored "*" as the interview stores one it did not  *
      *   ask.  A block with an unrecognized, ambiguous or repeated    *
      *   token, no header, or another version is held back: it is     *
      *   copied as pasted, header and all, to geekcode.import.held    *
      *   for the operator to correct and feed back in.  -strict       *
      *   holds blocks with unanswered categories as well.  Each       *
      *   block's unrecognized tokens and unanswered categories are    *
      *   listed either way.  geekcode.sig is written under the run    *
      *   lock; run geekroster afterwards as after an interview.       *
      *   An employee who has already opted out - flagged in           *
      *   geekcode.mst or on their newest tag line in geekcode.sig -   *
      *   stays opted out: the new tag line carries the flag, and the  *
      *   block's OPTOUT audit record says so.                         *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select geek-in              assign to "geekcode.import.tmp"
                                       organization is line sequential.
           select optional geek-sig    assign to "geekcode.sig"
                                       organization is line sequential.
           select geek-held            assign to "geekcode.import.held"
                                       organization is line sequential.
           select geek-cat             assign to "geekcat.tbl"
                                       organization is line sequential
                                       file status is ws-cat-status.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select optional geek-mast   assign to "geekcode.mst"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is mast-emp-id
                                       file status is ws-mast-status.
           select optional geek-lock-owner
                                       assign to "geekcode.lock/owner"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-in.
       01  geek-in-rec                 pic x(160).

       fd  geek-sig.
       01  geek-sig-rec                pic x(80).

       fd  geek-held.
       01  geek-held-rec               pic x(160).

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

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

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).

       working-storage section.

       copy "geekcode.cpy".

       77  ws-command                  pic x(160)    value spaces.
       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-return-sys-code          pic 9(8) comp value zeroes.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-ptr                   pic 9(03)     value 1.
       77  ws-in-file                  pic x(100)    value spaces.

       01  ws-strict-flag              pic x         value "n".
           88  ws-strict                              value "y".

       01  ws-lock-flag                pic x         value "n".
           88  ws-lock-held                           value "y".

       01  ws-lock-eof-flag            pic x         value "n".
           88  ws-lock-eof                            value "y".

       77  ws-lock-try                 pic 9(02)     value zeroes.
       77  ws-lock-owner               pic x(40)     value spaces.

       01  ws-sig-open-flag            pic x         value "n".
           88  ws-sig-open                            value "y".

       77  ws-print-line1              pic x(80)     value spaces.
       77  ws-print-line2              pic x(80)     value spaces.
       77  ws-print-line3              pic x(80)     value spaces.
       77  ws-print-line4              pic x(80)     value spaces.

      *-----------------------------------------------------------------
      * geekcat.tbl, read as geekcode's 10100-load-geekcat reads it.
      * The H rows double as the block's answer sheet: ws-hdr-ans
      * says whether a token has claimed the category yet and
      * ws-hdr-val holds the code it brought.  The FLAVOR row stands
      * for the whole UNIX field (flavor and guru rating), so it is
      * kept under the name UNIX, the name -set uses.
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
               10  ws-hdr-ans          pic x(01)     value "n".
               10  ws-hdr-val          pic x(08)     value spaces.

       01  ws-cat-dec-tab.
           05  ws-cat-dec-entry        occurs 360 times.
               10  ws-dec-cat          pic x(08)     value spaces.
               10  ws-dec-code         pic x(08)     value spaces.

       77  ws-lookup-cat               pic x(08)     value spaces.
       77  ws-lookup-code              pic x(08)     value spaces.
       77  ws-lookup-ix                pic 9(03)     value zeroes.

       01  ws-lookup-found-flag        pic x         value "n".
           88  ws-lookup-found                        value "y".

       77  ws-set-cat                  pic x(08)     value spaces.
       77  ws-set-val                  pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * Input state.  A header line is held until the BEGIN line that
      * follows it; the pasted lines of the block are kept as read so
      * a held block can be written back out exactly as it came in.
      *-----------------------------------------------------------------
       01  ws-in-eof-flag              pic x         value "n".
           88  ws-in-eof                              value "y".

       01  ws-in-block-flag            pic x         value "n".
           88  ws-in-block                            value "y".

       01  ws-hdr-pend-flag            pic x         value "n".
           88  ws-hdr-pending                         value "y".

       77  ws-in-line                  pic x(160)    value spaces.
       77  ws-in-ptr                   pic 9(03)     value 1.
       77  ws-in-tok                   pic x(20)     value spaces.

       77  ws-head-line                pic x(160)    value spaces.
       77  ws-head-id                  pic x(40)     value spaces.
       77  ws-head-dept                pic x(20)     value spaces.

       77  ws-raw-cnt                  pic 9(02)     value zeroes.
       77  ws-raw-ix                   pic 9(02)     value zeroes.

       01  ws-raw-tab.
           05  ws-raw-line             pic x(160)    occurs 30 times.

      *-----------------------------------------------------------------
      * One entry per token of the block.  Each token may fit more
      * than one category (ws-tk-cand); ws-tk-state ends as m
      * (mapped), u (unrecognized), a (ambiguous) or d (a second
      * answer for a category already answered).
      *-----------------------------------------------------------------
       77  ws-tok-cnt                  pic 9(03)     value zeroes.
       77  ws-tok-ix                   pic 9(03)     value zeroes.
       77  ws-cand-ix                  pic 9(01)     value zeroes.
       77  ws-open-cnt                 pic 9(01)     value zeroes.
       77  ws-open-ix                  pic 9(01)     value zeroes.

       01  ws-tok-tab.
           05  ws-tok-entry            occurs 80 times.
               10  ws-tk-tok           pic x(20)     value spaces.
               10  ws-tk-ncand         pic 9(01)     value zeroes.
               10  ws-tk-cand          occurs 4 times.
                   15  ws-tk-cand-cat  pic x(08)     value spaces.
                   15  ws-tk-cand-val  pic x(08)     value spaces.
               10  ws-tk-cat           pic x(08)     value spaces.
               10  ws-tk-state         pic x(01)     value space.

       77  ws-ck-tok                   pic x(20)     value spaces.
       77  ws-ck-cat                   pic x(08)     value spaces.
       77  ws-ck-val                   pic x(08)     value spaces.

       01  ws-ck-ok-flag               pic x         value "n".
           88  ws-ck-ok                               value "y".

       01  ws-cat-found-flag           pic x         value "n".
           88  ws-cat-found                           value "y".

       77  ws-want-cat                 pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * Per-block verdict and the lists shown under it.
      *-----------------------------------------------------------------
       01  ws-held-flag                pic x         value "n".
           88  ws-block-held                          value "y".

       77  ws-hold-reason              pic x(50)     value spaces.
       77  ws-bad-cnt                  pic 9(03)     value zeroes.
       77  ws-miss-cnt                 pic 9(03)     value zeroes.

       77  ws-unrec-list               pic x(200)    value spaces.
       77  ws-unrec-ptr                pic 9(03)     value 1.
       77  ws-ambig-list               pic x(200)    value spaces.
       77  ws-ambig-ptr                pic 9(03)     value 1.
       77  ws-dup-list                 pic x(200)    value spaces.
       77  ws-dup-ptr                  pic 9(03)     value 1.
       77  ws-miss-list                pic x(200)    value spaces.
       77  ws-miss-ptr                 pic 9(03)     value 1.

       77  ws-show-label               pic x(18)     value spaces.
       77  ws-show-list                pic x(200)    value spaces.
       77  ws-show-ptr                 pic 9(03)     value 1.
       77  ws-show-word                pic x(30)     value spaces.
       77  ws-show-len                 pic 9(02)     value zeroes.
       77  ws-show-line                pic x(80)     value spaces.
       77  ws-show-out                 pic 9(03)     value 1.

       01  ws-rpt-block-row.
           05  ws-rb-emp               pic x(20)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rb-dept              pic x(08)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rb-verdict           pic x(60)     value spaces.

      *-----------------------------------------------------------------
      * Change-audit support, geekcode's 96000-write-audit record:
      * id, date/time, run mode "import", empty category/old/new,
      * then the OPTOUT record with the flag the block carries.
      *-----------------------------------------------------------------
       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-audit-stamp              pic x(19)     value spaces.
       77  ws-audit-mode               pic x(09)     value spaces.
       77  ws-audit-cat                pic x(08)     value spaces.
       77  ws-audit-old                pic x(08)     value spaces.
       77  ws-audit-new                pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * Opt-out flags already on file.  Per employee id, the newest
      * Generated stamp on any geekcode.sig tag line and the flag in
      * its column 80 - geekroster's survey pass, same 500-employee
      * ceiling - then geekcode.mst, read by key as each block is
      * accepted.  Either one set keeps the employee opted out.
      *-----------------------------------------------------------------
       77  ws-mast-status              pic xx        value spaces.

       01  ws-mast-open-flag           pic x         value "n".
           88  ws-mast-open                           value "y".

       01  ws-sig-eof-flag             pic x         value "n".
           88  ws-sig-eof                             value "y".

       77  ws-sig-line                 pic x(80)     value spaces.
       77  ws-tag-id                   pic x(20)     value spaces.
       77  ws-tag-stamp                pic x(19)     value spaces.
       77  ws-tag-optout               pic x         value "N".

       77  ws-opt-cnt                  pic 9(04)     value zeroes.
       77  ws-opt-ix                   pic 9(04)     value zeroes.

       01  ws-opt-tab.
           05  ws-opt-entry            occurs 500 times.
               10  ws-opt-emp          pic x(20)     value spaces.
               10  ws-opt-stamp        pic x(19)     value spaces.
               10  ws-opt-flag         pic x         value "N".

       01  ws-opt-found-flag           pic x         value "n".
           88  ws-opt-found                           value "y".

       77  ws-block-cnt                pic 9(05)     value zeroes.
       77  ws-accept-cnt               pic 9(05)     value zeroes.
       77  ws-hold-cnt                 pic 9(05)     value zeroes.
       77  ws-orphan-cnt               pic 9(05)     value zeroes.

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 10100-load-geekcat
           perform 97000-acquire-lock.

       10100-load-geekcat.
           move "n"    to ws-cat-eof-flag
           move zeroes to ws-hdr-cnt
           move zeroes to ws-dec-cnt
           open input geek-cat
           if ws-cat-status not = "00"
               display "geekimport: cannot open 'geekcat.tbl' "
                   "(file status " ws-cat-status "), category "
                   "catalog is required - aborting."
               end-display
               perform 30000-cleanup
           end-if
           perform 10110-read-cat-line
           perform 10120-store-cat-line until ws-cat-eof
           close geek-cat
           if ws-hdr-cnt = 0
               display "geekimport: 'geekcat.tbl' opened but contained "
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
               if ws-cat-cat = "FLAVOR"
                   move "UNIX"     to ws-hdr-cat (ws-hdr-cnt)
               else
                   move ws-cat-cat to ws-hdr-cat (ws-hdr-cnt)
               end-if
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
               end-if
           end-if

           perform 10110-read-cat-line.

       20000-process.
           perform 20010-survey-optout
           open input geek-mast
           if ws-mast-status = "00" or "05"
               set ws-mast-open to true
           end-if
           move "n" to ws-in-eof-flag ws-in-block-flag
                       ws-hdr-pend-flag
           open input  geek-in
           open output geek-held
           open extend geek-sig
           set ws-sig-open to true
           display "Geek Code import from '" ws-in-file "'"
           end-display
           display " " end-display
           perform 20100-read-in-line
           perform 20200-scan-in-line until ws-in-eof
           if ws-in-block
               move "no END line before end of file" to ws-hold-reason
               perform 21000-finish-block
           end-if
           if ws-hdr-pending
               perform 20270-orphan-header
           end-if
           close geek-in
           close geek-held
           close geek-sig
           move "n" to ws-sig-open-flag
           if ws-mast-open
               close geek-mast
               move "n" to ws-mast-open-flag
           end-if
           perform 20900-summary.

      *-----------------------------------------------------------------
      * 20010-survey-optout notes each employee's newest tag line and
      * its opt-out flag, before this run appends anything.
      *-----------------------------------------------------------------
       20010-survey-optout.
           move "n"    to ws-sig-eof-flag
           move zeroes to ws-opt-cnt
           open input geek-sig
           perform 20020-read-sig-line
           perform 20030-survey-sig-line until ws-sig-eof
           close geek-sig.

       20020-read-sig-line.
           read geek-sig into ws-sig-line
               at end set ws-sig-eof to true
           end-read.

       20030-survey-sig-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-tag-id
               move ws-sig-line (44:19) to ws-tag-stamp
               if ws-sig-line (80:1) = "Y"
                   move "Y" to ws-tag-optout
               else
                   move "N" to ws-tag-optout
               end-if
               perform 20040-find-opt-entry
               if ws-opt-found
                   if ws-tag-stamp > ws-opt-stamp (ws-opt-ix)
                       move ws-tag-stamp  to ws-opt-stamp (ws-opt-ix)
                       move ws-tag-optout to ws-opt-flag (ws-opt-ix)
                   end-if
               else
                   if ws-opt-cnt < 500
                       add 1 to ws-opt-cnt
                       move ws-tag-id     to ws-opt-emp (ws-opt-cnt)
                       move ws-tag-stamp  to ws-opt-stamp (ws-opt-cnt)
                       move ws-tag-optout to ws-opt-flag (ws-opt-cnt)
                   else
                       close geek-sig
                       display "geekimport: more than 500 employees "
                           "in 'geekcode.sig' - aborting."
                       end-display
                       perform 30000-cleanup
                   end-if
               end-if
           end-if

           perform 20020-read-sig-line.

       20040-find-opt-entry.
           move "n" to ws-opt-found-flag
           perform 20050-match-opt-entry varying ws-opt-ix from 1 by 1
               until ws-opt-ix > ws-opt-cnt or ws-opt-found
           if ws-opt-found
               subtract 1 from ws-opt-ix
           end-if.

       20050-match-opt-entry.
           if ws-opt-emp (ws-opt-ix) = ws-tag-id
               set ws-opt-found to true
           end-if.

       20100-read-in-line.
           read geek-in into ws-in-line
               at end set ws-in-eof to true
           end-read
           inspect ws-in-line replacing all x"09" by space.

       20200-scan-in-line.
           if ws-in-block
               perform 20210-store-raw-line
               if ws-in-line (1:24) = "-----END GEEK CODE BLOCK"
                   perform 21000-finish-block
               else
                   perform 20300-take-tokens
               end-if
           else if ws-in-line (1:26) = "-----BEGIN GEEK CODE BLOCK"
               perform 20250-start-block
           else if ws-in-line not = spaces
               perform 20260-take-header
           end-if.

           perform 20100-read-in-line.

       20210-store-raw-line.
           if ws-raw-cnt < 30
               add 1 to ws-raw-cnt
               move ws-in-line to ws-raw-line (ws-raw-cnt)
           else
               move "block runs past 30 lines" to ws-hold-reason
           end-if.

      *-----------------------------------------------------------------
      * 20250-start-block opens a block under the header read before
      * it.  A block with no header has nobody to belong to; it is
      * still read through so its tokens are listed, then held.
      *-----------------------------------------------------------------
       20250-start-block.
           set ws-in-block to true
           add 1 to ws-block-cnt
           move zeroes to ws-raw-cnt ws-tok-cnt
           move spaces to ws-hold-reason
           if not ws-hdr-pending
               move spaces to ws-head-line ws-head-id ws-head-dept
               move "no id/department header line" to ws-hold-reason
           end-if
           perform 20210-store-raw-line.

       20260-take-header.
           if ws-hdr-pending
               perform 20270-orphan-header
           end-if
           move ws-in-line to ws-head-line
           move spaces     to ws-head-id ws-head-dept
           unstring ws-in-line delimited by all space
               into ws-head-id ws-head-dept
           end-unstring
           if ws-in-line (1:1) = space
               move spaces to ws-head-id ws-head-dept
               move 1      to ws-in-ptr
               perform 20265-header-word
               move ws-in-tok to ws-head-id
               perform 20265-header-word
               move ws-in-tok to ws-head-dept
           end-if
           set ws-hdr-pending to true.

       20265-header-word.
           move spaces to ws-in-tok
           perform 20320-next-token
               until ws-in-tok not = spaces or ws-in-ptr > 160.

       20270-orphan-header.
           add 1 to ws-orphan-cnt
           display "geekimport: header '" ws-head-id "' is not "
               "followed by a block - ignored."
           end-display
           move "n" to ws-hdr-pend-flag.

      *-----------------------------------------------------------------
      * 20300-take-tokens splits one pasted line into tokens.  The
      * Version line is checked rather than split: only 3.12 blocks
      * map onto geekcat.tbl.
      *-----------------------------------------------------------------
       20300-take-tokens.
           if ws-in-line (1:8) = "Version:"
               move 9 to ws-in-ptr
               move spaces to ws-in-tok
               perform 20320-next-token
                   until ws-in-tok not = spaces or ws-in-ptr > 160
               if ws-in-tok not = "3.12"
                   move "not a Version 3.12 block" to ws-hold-reason
               end-if
           else
               move 1 to ws-in-ptr
               perform 20310-store-token until ws-in-ptr > 160
           end-if.

       20310-store-token.
           move spaces to ws-in-tok
           perform 20320-next-token
           if ws-in-tok not = spaces
               if ws-tok-cnt < 80
                   add 1 to ws-tok-cnt
                   move ws-in-tok to ws-tk-tok (ws-tok-cnt)
               else
                   move "more than 80 tokens" to ws-hold-reason
               end-if
           end-if.

       20320-next-token.
           unstring ws-in-line delimited by all space
               into ws-in-tok
               with pointer ws-in-ptr
           end-unstring.

      *-----------------------------------------------------------------
      * 21000-finish-block maps the block's tokens in two passes.  A
      * token only one category accepts is placed first; a token two
      * categories share then goes to whichever of them is still
      * open.  If both are still open the block cannot say which was
      * meant, and the token is reported as ambiguous.
      *-----------------------------------------------------------------
       21000-finish-block.
           move "n" to ws-in-block-flag ws-hdr-pend-flag
                       ws-held-flag
           move zeroes to ws-bad-cnt ws-miss-cnt
           move spaces to ws-unrec-list ws-ambig-list ws-dup-list
                          ws-miss-list
           move 1      to ws-unrec-ptr ws-ambig-ptr ws-dup-ptr
                          ws-miss-ptr
           perform 21050-clear-answer varying ws-hdr-ix from 1 by 1
               until ws-hdr-ix > ws-hdr-cnt
           perform 21100-classify-token varying ws-tok-ix from 1 by 1
               until ws-tok-ix > ws-tok-cnt
           perform 21200-assign-single varying ws-tok-ix from 1 by 1
               until ws-tok-ix > ws-tok-cnt
           perform 21300-assign-shared varying ws-tok-ix from 1 by 1
               until ws-tok-ix > ws-tok-cnt
           perform 21400-check-unanswered varying ws-hdr-ix
               from 1 by 1 until ws-hdr-ix > ws-hdr-cnt

           if ws-hold-reason = spaces
               perform 21500-check-header
           end-if
           if ws-hold-reason = spaces and ws-bad-cnt > 0
               move "tokens that could not be mapped"
                   to ws-hold-reason
           end-if
           if ws-hold-reason = spaces and ws-strict
               and ws-miss-cnt > 0
               move "unanswered categories (-strict)"
                   to ws-hold-reason
           end-if

           if ws-hold-reason = spaces
               perform 21700-accept-block
           else
               perform 21800-hold-block
           end-if
           perform 21600-report-block.

       21050-clear-answer.
           move "n"    to ws-hdr-ans (ws-hdr-ix)
           move spaces to ws-hdr-val (ws-hdr-ix).

      *-----------------------------------------------------------------
      * 21100-classify-token lists every category the token could
      * answer: the Pens, UNIX and Sex composites by pattern, the
      * rest by an exact D-row code.  Weight is asked but never
      * stored (and its codes are Shape's), so it is never offered;
      * Height is offered so that a height token is recognized, and
      * is dropped when the block is written, as the interview drops
      * it.
      *-----------------------------------------------------------------
       21100-classify-token.
           move zeroes to ws-tk-ncand (ws-tok-ix)
           move spaces to ws-tk-cat (ws-tok-ix)
           move space  to ws-tk-state (ws-tok-ix)
           move ws-tk-tok (ws-tok-ix) to ws-ck-tok
           if ws-ck-tok (9:) = spaces
               perform 21110-check-pens
               perform 21120-check-unix
               perform 21130-check-sex
               perform 21140-check-dec-entry varying ws-dec-ix
                   from 1 by 1 until ws-dec-ix > ws-dec-cnt
           end-if.

       21110-check-pens.
           move "n" to ws-ck-ok-flag
           if ws-ck-tok (1:1) = "p" and ws-ck-tok (2:1) numeric
                   and ws-ck-tok (2:1) not = "0"
                   and (ws-ck-tok (3:1) = "+" or space)
                   and ws-ck-tok (4:) = spaces
               set ws-ck-ok to true
           else if (ws-ck-tok (1:2) = "p?" or "!p")
                   and (ws-ck-tok (3:1) = "+" or space)
                   and ws-ck-tok (4:) = spaces
               set ws-ck-ok to true
           end-if.

           if ws-ck-ok
               move "PENS"          to ws-ck-cat
               move ws-ck-tok (1:8) to ws-ck-val
               perform 21150-add-candidate
           end-if.

       21120-check-unix.
           move "n"              to ws-ck-ok-flag
           move "FLAVOR"         to ws-lookup-cat
           move ws-ck-tok (1:2)  to ws-lookup-code
           perform 21160-find-code
           if ws-lookup-found and ws-ck-tok (7:) = spaces
               if ws-ck-tok (3:4) = "++++" or "+++ " or "++  "
                   or "+   " or "    " or "-   " or "--  " or "--- "
                   set ws-ck-ok to true
               end-if
           end-if
           if ws-ck-ok
               move "UNIX"          to ws-ck-cat
               move ws-ck-tok (1:8) to ws-ck-val
               perform 21150-add-candidate
           end-if.

      *-----------------------------------------------------------------
      * 21130-check-sex: the stored Sex field is six bytes, a prefix
      * byte (blank, "!" or "+"), the gender, then the rating, so a
      * pasted "x++" is stored as " x++".
      *-----------------------------------------------------------------
       21130-check-sex.
           move "n"    to ws-ck-ok-flag
           move spaces to ws-ck-val
           if ws-ck-tok (1:1) = "x" or "y" or "z"
               if ws-ck-tok (6:) = spaces
                   move ws-ck-tok (1:5) to ws-ck-val (2:5)
               end-if
           else
               if ws-ck-tok (7:) = spaces
                   move ws-ck-tok (1:6) to ws-ck-val
               end-if
           end-if
           if ws-ck-val (2:1) = "x" or "y" or "z"
               if ws-ck-val (1:1) = space and
                       (ws-ck-val (3:4) = "++++" or "+++ " or "++  "
                           or "+   " or "-   " or "--  " or "*   "
                           or "**  " or "?   ")
                   set ws-ck-ok to true
               else if ws-ck-val (1:1) = "!"
                       and ws-ck-val (3:4) = spaces
                   set ws-ck-ok to true
               else if ws-ck-val (1:1) = "+"
                       and ws-ck-val (3:4) = "?   "
                   set ws-ck-ok to true
               end-if
           end-if.

           if ws-ck-ok
               move "SEX" to ws-ck-cat
               perform 21150-add-candidate
           end-if.

       21140-check-dec-entry.
           if ws-dec-code (ws-dec-ix) = ws-ck-tok (1:8)
               and ws-dec-cat (ws-dec-ix) not = "FLAVOR"
               and ws-dec-cat (ws-dec-ix) not = "WEIGHT"
               and ws-dec-cat (ws-dec-ix) not = "PENS"
               and ws-dec-cat (ws-dec-ix) not = "SEX"
               move ws-dec-cat (ws-dec-ix) to ws-ck-cat
               move ws-ck-tok (1:8)        to ws-ck-val
               perform 21150-add-candidate
           end-if.

       21150-add-candidate.
           if ws-tk-ncand (ws-tok-ix) < 4
               add 1 to ws-tk-ncand (ws-tok-ix)
               move ws-tk-ncand (ws-tok-ix) to ws-cand-ix
               move ws-ck-cat
                   to ws-tk-cand-cat (ws-tok-ix ws-cand-ix)
               move ws-ck-val
                   to ws-tk-cand-val (ws-tok-ix ws-cand-ix)
           end-if.

       21160-find-code.
           move "n" to ws-lookup-found-flag
           perform 21170-scan-code varying ws-lookup-ix from 1 by 1
               until ws-lookup-ix > ws-dec-cnt or ws-lookup-found.

       21170-scan-code.
           if ws-dec-cat (ws-lookup-ix) = ws-lookup-cat
                   and ws-dec-code (ws-lookup-ix) = ws-lookup-code
               set ws-lookup-found to true
           end-if.

       21200-assign-single.
           if ws-tk-ncand (ws-tok-ix) = 0
               move "u" to ws-tk-state (ws-tok-ix)
               add 1 to ws-bad-cnt
               string ws-tk-tok (ws-tok-ix) delimited by space
                      " "                   delimited by size
                   into ws-unrec-list
                   with pointer ws-unrec-ptr
               end-string
           else
               if ws-tk-ncand (ws-tok-ix) = 1
                   move 1 to ws-open-ix
                   perform 21250-place-token
               end-if
           end-if.

       21250-place-token.
           move ws-tk-cand-cat (ws-tok-ix ws-open-ix) to ws-want-cat
           perform 21260-find-cat
           if ws-cat-found and ws-hdr-ans (ws-hdr-ix) = "n"
               move "y" to ws-hdr-ans (ws-hdr-ix)
               move ws-tk-cand-val (ws-tok-ix ws-open-ix)
                   to ws-hdr-val (ws-hdr-ix)
               move ws-want-cat to ws-tk-cat (ws-tok-ix)
               move "m"         to ws-tk-state (ws-tok-ix)
           else
               move "d" to ws-tk-state (ws-tok-ix)
               add 1 to ws-bad-cnt
               string ws-tk-tok (ws-tok-ix) delimited by space
                      "="                   delimited by size
                      ws-want-cat           delimited by space
                      " "                   delimited by size
                   into ws-dup-list
                   with pointer ws-dup-ptr
               end-string
           end-if.

       21260-find-cat.
           move "n" to ws-cat-found-flag
           perform 21270-match-cat varying ws-hdr-ix from 1 by 1
               until ws-hdr-ix > ws-hdr-cnt or ws-cat-found
           if ws-cat-found
               subtract 1 from ws-hdr-ix
           end-if.

       21270-match-cat.
           if ws-hdr-cat (ws-hdr-ix) = ws-want-cat
               set ws-cat-found to true
           end-if.

       21300-assign-shared.
           if ws-tk-ncand (ws-tok-ix) > 1
               move zeroes to ws-open-cnt ws-open-ix
               perform 21310-count-open varying ws-cand-ix from 1 by 1
                   until ws-cand-ix > ws-tk-ncand (ws-tok-ix)
               if ws-open-cnt = 1
                   perform 21250-place-token
               else
                   if ws-open-cnt = 0
                       move 1 to ws-open-ix
                       perform 21250-place-token
                   else
                       move "a" to ws-tk-state (ws-tok-ix)
                       add 1 to ws-bad-cnt
                       perform 21320-list-ambiguous
                   end-if
               end-if
           end-if.

       21310-count-open.
           move ws-tk-cand-cat (ws-tok-ix ws-cand-ix) to ws-want-cat
           perform 21260-find-cat
           if ws-cat-found and ws-hdr-ans (ws-hdr-ix) = "n"
               add 1 to ws-open-cnt
               move ws-cand-ix to ws-open-ix
           end-if.

       21320-list-ambiguous.
           string ws-tk-tok (ws-tok-ix) delimited by space
                  "="                   delimited by size
                  ws-tk-cand-cat (ws-tok-ix 1) delimited by space
                  "/"                   delimited by size
                  ws-tk-cand-cat (ws-tok-ix 2) delimited by space
                  " "                   delimited by size
               into ws-ambig-list
               with pointer ws-ambig-ptr
           end-string.

       21400-check-unanswered.
           if ws-hdr-ans (ws-hdr-ix) = "n"
               and ws-hdr-cat (ws-hdr-ix) not = "HEIGHT"
               and ws-hdr-cat (ws-hdr-ix) not = "WEIGHT"
               add 1 to ws-miss-cnt
               string ws-hdr-cat (ws-hdr-ix) delimited by space
                      " "                    delimited by size
                   into ws-miss-list
                   with pointer ws-miss-ptr
               end-string
           end-if.

      *-----------------------------------------------------------------
      * 21500-check-header: the id and department must fit the tag
      * line (20 and 8 bytes); "-" is no department, as on a batch
      * line.
      *-----------------------------------------------------------------
       21500-check-header.
           if ws-head-dept = "-"
               move spaces to ws-head-dept
           end-if
           if ws-head-id (21:) not = spaces
               move "id longer than 20 characters" to ws-hold-reason
           else if ws-head-dept (9:) not = spaces
               move "department longer than 8 characters"
                   to ws-hold-reason
           end-if.

      *-----------------------------------------------------------------
      * 21600-report-block shows the verdict and whatever the block
      * did not account for.
      *-----------------------------------------------------------------
       21600-report-block.
           move ws-head-id (1:20)  to ws-rb-emp
           move ws-head-dept (1:8) to ws-rb-dept
           if ws-rb-emp = spaces
               move "(no header)" to ws-rb-emp
           end-if
           move spaces to ws-rb-verdict
           if ws-block-held
               string "held - "      delimited by size
                      ws-hold-reason delimited by size
                   into ws-rb-verdict
               end-string
           else
               move "imported to geekcode.sig" to ws-rb-verdict
           end-if
           display ws-rpt-block-row end-display
           move "    unrecognized: " to ws-show-label
           move ws-unrec-list        to ws-show-list
           perform 21650-show-list
           move "    ambiguous:    " to ws-show-label
           move ws-ambig-list        to ws-show-list
           perform 21650-show-list
           move "    repeated:     " to ws-show-label
           move ws-dup-list          to ws-show-list
           perform 21650-show-list
           move "    unanswered:   " to ws-show-label
           move ws-miss-list         to ws-show-list
           perform 21650-show-list.

      *-----------------------------------------------------------------
      * 21650-show-list prints a space-separated list under its label,
      * wrapped between words at 60 columns.  A repeated or ambiguous
      * token is listed as token=category (w+=WEIRD/MS), one word.
      *-----------------------------------------------------------------
       21650-show-list.
           if ws-show-list not = spaces
               move spaces to ws-show-line
               move 1      to ws-show-ptr ws-show-out
               perform 21660-show-word until ws-show-ptr > 200
               if ws-show-line not = spaces
                   display ws-show-label ws-show-line end-display
               end-if
           end-if.

       21660-show-word.
           move spaces to ws-show-word
           unstring ws-show-list delimited by all space
               into ws-show-word
               with pointer ws-show-ptr
           end-unstring
           if ws-show-word not = spaces
               move zeroes to ws-show-len
               inspect ws-show-word tallying ws-show-len
                   for characters before initial space
               if ws-show-out + ws-show-len > 61
                   display ws-show-label ws-show-line end-display
                   move spaces to ws-show-line ws-show-label
                   move 1      to ws-show-out
               end-if
               string ws-show-word delimited by space
                      " "          delimited by size
                   into ws-show-line
                   with pointer ws-show-out
               end-string
           end-if.

      *-----------------------------------------------------------------
      * 21700-accept-block loads the answer fields - "*" for anything
      * unanswered - and writes the block exactly as geekcode's
      * 26500-print does, with its audit record.
      *-----------------------------------------------------------------
       21700-accept-block.
           add 1 to ws-accept-cnt
           move ws-head-id (1:20)  to ws-emp-id
           move ws-head-dept (1:8) to ws-dept
           perform 21720-check-optout
           perform 21710-load-answer varying ws-hdr-ix from 1 by 1
               until ws-hdr-ix > ws-hdr-cnt

           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-tag-line
           string "Employee: "      delimited by size
                  ws-emp-id         delimited by size
                  "  Generated: "   delimited by size
                  ws-cur-date (1:4) delimited by size
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
                  "  Dept: "        delimited by size
                  ws-dept           delimited by size
               into ws-tag-line
           end-string
           if ws-opted-out
               move "Y" to ws-tag-line (80:1)
           end-if

           move spaces to ws-print-line1 ws-print-line2
                          ws-print-line3 ws-print-line4
           perform 26510-build-print-lines
           move "-----BEGIN GEEK CODE BLOCK-----" to ws-head
           move "-----END GEEK CODE BLOCK-----"   to ws-end

           write geek-sig-rec from ws-tag-line    end-write
           write geek-sig-rec from ws-head        end-write
           write geek-sig-rec from ws-ver         end-write
           write geek-sig-rec from ws-print-line1 end-write
           write geek-sig-rec from ws-print-line2 end-write
           write geek-sig-rec from ws-print-line3 end-write
           write geek-sig-rec from ws-print-line4 end-write
           write geek-sig-rec from ws-end         end-write

           move "import" to ws-audit-mode
           move spaces   to ws-audit-cat ws-audit-old ws-audit-new
           perform 96000-write-audit
           move "OPTOUT"  to ws-audit-cat
           move ws-optout to ws-audit-new
           perform 96000-write-audit.

      *-----------------------------------------------------------------
      * 21720-check-optout sets ws-optout from the flag already on
      * file for the employee, master first, then the sig survey.
      *-----------------------------------------------------------------
       21720-check-optout.
           move "N" to ws-optout
           if ws-mast-open
               move ws-emp-id to mast-emp-id
               read geek-mast
                   invalid key continue
                   not invalid key
                       if mast-opted-out
                           move "Y" to ws-optout
                       end-if
               end-read
           end-if
           move ws-emp-id to ws-tag-id
           perform 20040-find-opt-entry
           if ws-opt-found
               if ws-opt-flag (ws-opt-ix) = "Y"
                   move "Y" to ws-optout
               end-if
           end-if.

       21710-load-answer.
           if ws-hdr-cat (ws-hdr-ix) not = "HEIGHT"
               and ws-hdr-cat (ws-hdr-ix) not = "WEIGHT"
               move ws-hdr-cat (ws-hdr-ix) to ws-set-cat
               if ws-hdr-ans (ws-hdr-ix) = "y"
                   move ws-hdr-val (ws-hdr-ix) to ws-set-val
               else
                   move "*" to ws-set-val
               end-if
               perform 95225-apply-set-value
           end-if.

      *-----------------------------------------------------------------
      * 21800-hold-block copies the header and the block, as pasted,
      * to geekcode.import.held, ready to be corrected and fed back.
      *-----------------------------------------------------------------
       21800-hold-block.
           set ws-block-held to true
           add 1 to ws-hold-cnt
           if ws-head-line not = spaces
               write geek-held-rec from ws-head-line end-write
           end-if
           perform 21810-write-held-line varying ws-raw-ix
               from 1 by 1 until ws-raw-ix > ws-raw-cnt.

       21810-write-held-line.
           write geek-held-rec from ws-raw-line (ws-raw-ix)
           end-write.

       20900-summary.
           display " " end-display
           display ws-block-cnt " block(s) read, " ws-accept-cnt
               " imported to 'geekcode.sig', " ws-hold-cnt
               " held in 'geekcode.import.held'."
           end-display
           if ws-orphan-cnt > 0
               display ws-orphan-cnt " header line(s) with no block "
                   "ignored."
               end-display
           end-if
           if ws-accept-cnt > 0
               display "Run geekroster to bring 'geekcode.roster' up "
                   "to date."
               end-display
           end-if.

       95225-apply-set-value.
           if ws-set-cat = "TYPE"
               move ws-set-val to ws-type
           else if ws-set-cat = "DRESS"
               move ws-set-val to ws-dress
           else if ws-set-cat = "HAIR"
               move ws-set-val to ws-hair
           else if ws-set-cat = "SHAPE"
               move ws-set-val to ws-shape
           else if ws-set-cat = "GLASSES"
               move ws-set-val to ws-glasses
           else if ws-set-cat = "PENS"
               move ws-set-val to ws-pens
           else if ws-set-cat = "AUTO"
               move ws-set-val to ws-auto
           else if ws-set-cat = "AGE"
               move ws-set-val to ws-age
           else if ws-set-cat = "WEIRD"
               move ws-set-val to ws-weird
           else if ws-set-cat = "VERBAGE"
               move ws-set-val to ws-verbage
           else if ws-set-cat = "COMP"
               move ws-set-val to ws-comp
           else if ws-set-cat = "UNIX"
               move ws-set-val to ws-unix
           else if ws-set-cat = "PERL"
               move ws-set-val to ws-perl
           else if ws-set-cat = "LINUX"
               move ws-set-val to ws-linux
           else if ws-set-cat = "386BSD"
               move ws-set-val to ws-386bsd
           else if ws-set-cat = "NEWS"
               move ws-set-val to ws-news
           else if ws-set-cat = "WEB"
               move ws-set-val to ws-web
           else if ws-set-cat = "EMACS"
               move ws-set-val to ws-emacs
           else if ws-set-cat = "KIBO"
               move ws-set-val to ws-kibo
           else if ws-set-cat = "MS"
               move ws-set-val to ws-ms
           else if ws-set-cat = "MAC"
               move ws-set-val to ws-mac
           else if ws-set-cat = "VMS"
               move ws-set-val to ws-vms
           else if ws-set-cat = "POL"
               move ws-set-val to ws-pol
           else if ws-set-cat = "CP"
               move ws-set-val to ws-cp
           else if ws-set-cat = "TREK"
               move ws-set-val to ws-trek
           else if ws-set-cat = "BAB"
               move ws-set-val to ws-bab
           else if ws-set-cat = "JEOP"
               move ws-set-val to ws-jeop
           else if ws-set-cat = "ROLE"
               move ws-set-val to ws-role
           else if ws-set-cat = "MAGIC"
               move ws-set-val to ws-magic
           else if ws-set-cat = "TV"
               move ws-set-val to ws-tv
           else if ws-set-cat = "BOOKS"
               move ws-set-val to ws-books
           else if ws-set-cat = "DOOM"
               move ws-set-val to ws-doom
           else if ws-set-cat = "BARNEY"
               move ws-set-val to ws-barney
           else if ws-set-cat = "EDUC"
               move ws-set-val to ws-educ
           else if ws-set-cat = "MUSIC"
               move ws-set-val to ws-music
           else if ws-set-cat = "HOUSE"
               move ws-set-val to ws-house
           else if ws-set-cat = "FRIENDS"
               move ws-set-val to ws-friends
           else if ws-set-cat = "REL"
               move ws-set-val to ws-rel
           else if ws-set-cat = "NUT"
               move ws-set-val to ws-nut
           else if ws-set-cat = "SEX"
               move ws-set-val to ws-code-sex
           end-if.

       26510-build-print-lines.
           string ws-type           delimited by space
                  space             delimited by size
                  ws-dress          delimited by space
                  space             delimited by size
                  ws-hair           delimited by space
                  space             delimited by size
                  ws-shape          delimited by space
                  space             delimited by size
                  ws-glasses        delimited by space
                  space             delimited by size
                  ws-pens           delimited by space
                  space             delimited by size
                  ws-auto           delimited by space
                  space             delimited by size
                  ws-age            delimited by space
                  space             delimited by size
                  ws-weird          delimited by space
                  space             delimited by size
                  ws-verbage        delimited by space
                  space             delimited by size
                  ws-comp           delimited by space
           into ws-print-line1
           end-string

           string ws-unix           delimited by space
                  space             delimited by size
                  ws-perl           delimited by space
                  space             delimited by size
                  ws-linux          delimited by space
                  space             delimited by size
                  ws-386bsd         delimited by space
                  space             delimited by size
                  ws-news           delimited by space
                  space             delimited by size
                  ws-web            delimited by space
                  space             delimited by size
                  ws-mac            delimited by space
                  space             delimited by size
                  ws-vms            delimited by space
                  space             delimited by size
                  ws-pol            delimited by space
                  space             delimited by size
                  ws-cp             delimited by space
           into ws-print-line2
           end-string

           string ws-trek           delimited by space
                  space             delimited by size
                  ws-bab            delimited by space
                  space             delimited by size
                  ws-jeop           delimited by space
                  space             delimited by size
                  ws-role           delimited by space
                  space             delimited by size
                  ws-magic          delimited by space
                  space             delimited by size
                  ws-emacs          delimited by space
                  space             delimited by size
                  ws-kibo           delimited by space
                  space             delimited by size
                  ws-ms             delimited by space
                  space             delimited by size
                  ws-tv             delimited by space
           into ws-print-line3
           end-string

           string ws-books          delimited by space
                  space             delimited by size
                  ws-doom           delimited by space
                  space             delimited by size
                  ws-barney         delimited by space
                  space             delimited by size
                  ws-educ           delimited by space
                  space             delimited by size
                  ws-music          delimited by space
                  space             delimited by size
                  ws-house          delimited by space
                  space             delimited by size
                  ws-rel            delimited by space
                  space             delimited by size
                  ws-friends        delimited by space
                  space             delimited by size
                  ws-nut            delimited by space
                  space             delimited by size
                  ws-code-sex       delimited by size
           into ws-print-line4
           end-string.

      *-----------------------------------------------------------------
      * 96000-write-audit appends one record to geekcode.audit, the
      * same record geekcode's 96000-write-audit writes.
      *-----------------------------------------------------------------
       96000-write-audit.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-audit-stamp
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
               into ws-audit-stamp
           end-string

           move spaces to ws-audit-line
           string ws-emp-id      delimited by size
                  "|"            delimited by size
                  ws-audit-stamp delimited by size
                  "|"            delimited by size
                  ws-audit-mode  delimited by space
                  "|"            delimited by size
                  ws-audit-cat   delimited by space
                  "|"            delimited by size
                  ws-audit-old   delimited by space
                  "|"            delimited by size
                  ws-audit-new   delimited by space
               into ws-audit-line
           end-string

           open extend geek-audit
           write geek-audit-rec from ws-audit-line
           end-write
           close geek-audit.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekimport [-strict] FILE" end-display
               display " " end-display
               display "Imports pasted Geek Code 3.12 blocks, each "
                   "under an 'id department' line,"
               end-display
               display "into geekcode.sig; blocks that cannot be fully "
                   "mapped go to"
               end-display
               display "geekcode.import.held for correction."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -strict               Also hold blocks "
                   "with unanswered categories"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekimport 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else if ws-cl-args = spaces
               display "geekimport: an input file name is required."
               end-display
               display "Try `geekimport -h' for more information."
               end-display
               perform 94000-terminate
           else
               move 1 to ws-cl-ptr
               move spaces to ws-cl-word1
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
               if ws-cl-word1 = "-strict" or "--strict"
                   set ws-strict to true
                   move spaces to ws-in-file
                   if ws-cl-ptr <= length of ws-cl-args
                       move ws-cl-args (ws-cl-ptr:) to ws-in-file
                   end-if
               else
                   move ws-cl-args to ws-in-file
               end-if
               if ws-in-file = spaces
                   display "geekimport: an input file name is required."
                   end-display
                   perform 94000-terminate
               end-if
               string "cp " delimited by size
                      ws-in-file delimited by space
                      " geekcode.import.tmp" delimited by size
                   into ws-command
               end-string
               call "system" using ws-command
                   giving ws-return-sys-code
               end-call
               if ws-return-sys-code not = 0
                   display "geekimport: cannot read input file '"
                       ws-in-file "'."
                   end-display
                   perform 94000-terminate
               end-if
           end-if.

       94000-terminate.
           goback.

       30000-cleanup.
           if ws-sig-open
               close geek-sig
               move "n" to ws-sig-open-flag
           end-if
           perform 97100-release-lock
           perform 94000-terminate.

       97000-acquire-lock.
           move zeroes to ws-lock-try
           perform 97050-try-lock
               until ws-lock-held or ws-lock-try > 30
           if not ws-lock-held
               perform 97150-read-lock-owner
               display "geekimport: gave up waiting for the run lock "
                   "held by " ws-lock-owner "."
               end-display
               display "geekimport: if that run is gone, remove the "
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
                   display "geekimport: waiting for the run lock held "
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
