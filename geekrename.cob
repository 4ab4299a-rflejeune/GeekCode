      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - geekbackup takes a generation  *
      *                                 of the roster data before      *
      *                                 anything is rewritten.         *
      *                                 (v. 0.2)                       *
      *               15 October 2026 - Audit records copied at full   *
      *                                 width, so the operator ids on  *
      *                                 approved changes survive a     *
      *                                 rename. (v. 0.3)               *
      *               15 October 2026 - The opt-out flag moves with    *
      *                                 the master record. (v. 0.4)    *
      *                                                                *
      ******************************************************************
      ******************************************************************
           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-audit-new.
       01  geek-audit-new-rec          pic x(160).

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).
       77  ws-lock-try                 pic 9(02)     value zeroes.
       77  ws-lock-owner               pic x(40)     value spaces.

       01  ws-backup-fail-flag         pic x         value "n".
           88  ws-backup-failed                       value "y".

       77  ws-mast-status              pic xx        value spaces.

       77  ws-old-id                   pic x(20)     value spaces.
           05  ws-hold-line2           pic x(80)     value spaces.
           05  ws-hold-line3           pic x(80)     value spaces.
           05  ws-hold-line4           pic x(80)     value spaces.
           05  ws-hold-optout          pic x(01)     value spaces.

       01  ws-old-mast-flag            pic x         value "n".
           88  ws-old-mast-found                      value "y".
      * narrow for a 20-character id - so the line is strung here
      * instead of through the usual 96000 shape.
      *-----------------------------------------------------------------
       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-audit-stamp              pic x(19)     value spaces.

       procedure division.
       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 97000-acquire-lock
           perform 97200-take-backup.

       20000-process.
           perform 21000-rename-sig
                       move mast-line2   to ws-hold-line2
                       move mast-line3   to ws-hold-line3
                       move mast-line4   to ws-hold-line4
                       move mast-optout  to ws-hold-optout
               end-read
               if ws-old-mast-found
                   perform 22100-place-under-new-key
           move ws-hold-line1  to mast-line1
           move ws-hold-line2  to mast-line2
           move ws-hold-line3  to mast-line3
           move ws-hold-line4  to mast-line4
           move ws-hold-optout to mast-optout.

      *-----------------------------------------------------------------
      * 23000-restamp-audit copies geekcode.audit through its .new
       94000-terminate.
           goback.

      * The FAIL return code is set only after the last call "system"
      * (the lock release): the command buffer is passed to the shell
      * as-is, and a nonzero return-code register sitting in the
      * storage behind it reads back as garbage on the command line.
       30000-cleanup.
           perform 97100-release-lock
           if ws-backup-failed
               move 8 to return-code
           end-if
           perform 94000-terminate.

      *-----------------------------------------------------------------
               move "n" to ws-lock-flag
           end-if.

      *-----------------------------------------------------------------
      * 97200-take-backup has geekbackup snapshot the roster data as a
      * numbered generation while this run holds the lock, so the
      * whole run can be rolled back with "geekbackup -restore N".
      * No generation, no run.
      *-----------------------------------------------------------------
       97200-take-backup.
           move "geekbackup -held geekrename" to ws-command
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekrename: geekbackup could not take a "
                   "generation - nothing changed."
               end-display
               set ws-backup-failed to true
               perform 30000-cleanup
           end-if.

       97150-read-lock-owner.
           move spaces to ws-lock-owner
           move "n"    to ws-lock-eof-flag
