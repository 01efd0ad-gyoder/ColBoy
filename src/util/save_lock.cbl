      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    The cartridge save-set lock (see save_lock_ctl). "take"
      *    is called as a cartridge starts, "free" once its battery
      *    RAM has gone out at the end. The lock's line is written
      *    to a file of its own first and then hard-linked onto the
      *    lock name through the host shell: the link either makes
      *    a whole lock or fails because one is already there, so
      *    of two instances racing for it exactly one gets it, and
      *    no one ever sees a lock half written. The shell's $PPID
      *    is this process. A lock already there is checked before
      *    it is believed: on this host, its PID has to still be
      *    running the program that wrote it - a run that died (a
      *    kill, a crash, the debugger's quit) leaves a stale lock
      *    that is cleared here and taken over, and so is a lock
      *    that is empty or names no PID. A lock from another host
      *    cannot be checked and is honoured.
       identification division.
       program-id. SAVE_LOCK.
       environment division.
       input-output section.
       file-control.
           select LOCK-FILE assign to LOCK-READ-PATH
               organization is line sequential
               file status is LOCK-STATUS-CD.
       data division.
       file section.
       fd  LOCK-FILE.
           01 LOCK-LINE pic x(160).
       working-storage section.
           copy save_lock_ctl.

      * ====== LOCAL =======
           01 NAMED-PATH pic x(256) value spaces.
           01 LOCK-READ-PATH pic x(256) value spaces.
           01 LOCK-STATUS-CD pic xx value spaces.
               88 LOCK-STATUS-OK value "00".
           01 LOCK-READ binary-char unsigned value 0.
               88 LOCK-WAS-READ value 1.
           01 FIELD-PID pic x(12) value spaces.
           01 FIELD-HOST pic x(64) value spaces.
           01 FIELD-PROGRAM pic x(32) value spaces.
           01 FIELD-STAMP pic x(19) value spaces.
           01 PID-LEN binary-char unsigned value 0.
           01 PID-USABLE binary-char unsigned value 0.
               88 PID-IS-USABLE value 1.
           01 HOLDER-ALIVE binary-char unsigned value 0.
               88 HOLDER-IS-ALIVE value 1.
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 SYSTEM-RC binary-long value 0.
           01 STAMP-TEXT pic x(21) value spaces.
           01 STAMP-SHOWN pic x(19) value spaces.
       linkage section.
           01 LOCK-ACTION pic x(4).
           01 ROM-PATH pic x(256).
       procedure division using by reference LOCK-ACTION,
           by reference ROM-PATH.
       MAIN.
           evaluate LOCK-ACTION
               when "take"
                   perform TAKE-LOCK thru TAKE-LOCK-EXIT
               when "free"
                   perform FREE-LOCK thru FREE-LOCK-EXIT
           end-evaluate.

       MAIN-EXIT.
           exit program.

      *    > a reload or soft reset of the cartridge already held
      *    > keeps the lock; a read-only run tries again, in case
      *    > the other instance has finished since
      *    > one lock per cartridge, whoever the player: the .sav
      *    > and the slots are named per player, but checkpoint.state,
      *    > the trigger states and the rewind slots are not
       TAKE-LOCK.
           move spaces to NAMED-PATH.
           string function trim(ROM-PATH) ".lock"
               delimited by size into NAMED-PATH.
           if SAVE-LOCK-IS-HELD
               if NAMED-PATH = SAVE-LOCK-PATH
                   go to TAKE-LOCK-EXIT
               end-if
               perform FREE-LOCK thru FREE-LOCK-EXIT
           end-if.
           move NAMED-PATH to SAVE-LOCK-PATH.
           move 0 to SAVE-LOCK-STATUS.
           move 0 to SAVE-LOCK-WARNED.
           move spaces to SAVE-LOCK-HOLDER.
           move spaces to SAVE-LOCK-OWN-PID.

           perform CREATE-LOCK-FILE.
           if SYSTEM-RC not = 0
      *        > a lock is only ever linked into place whole, so
      *        > one that is empty or names no PID is no one's;
      *        > one gone between the two looks is simply retried
               perform READ-LOCK-FILE
               perform CHECK-HOLDER-ALIVE thru CHECK-HOLDER-ALIVE-EXIT
               if HOLDER-IS-ALIVE
                   perform GO-READ-ONLY
                   go to TAKE-LOCK-EXIT
               end-if
               if PID-IS-USABLE
                   display "SAVE LOCK: clearing a stale lock on "
                       function trim(SAVE-LOCK-PATH) " - pid "
                       function trim(FIELD-PID) " ("
                       function trim(FIELD-PROGRAM) " on "
                       function trim(FIELD-HOST) ", since "
                       FIELD-STAMP ") is gone"
               else
                   display "SAVE LOCK: clearing a stale lock on "
                       function trim(SAVE-LOCK-PATH)
                       " - it names no process"
               end-if
               call "CBL_DELETE_FILE" using SAVE-LOCK-PATH
               perform CREATE-LOCK-FILE
               if SYSTEM-RC not = 0
                   perform READ-LOCK-FILE
                   perform GO-READ-ONLY
                   go to TAKE-LOCK-EXIT
               end-if
           end-if.
           perform READ-LOCK-FILE.
           move FIELD-PID to SAVE-LOCK-OWN-PID.
           move 1 to SAVE-LOCK-STATUS.
       TAKE-LOCK-EXIT.
           exit paragraph.

      *    > only a lock this process wrote is removed
       FREE-LOCK.
           if not SAVE-LOCK-IS-HELD
               move 0 to SAVE-LOCK-STATUS
               go to FREE-LOCK-EXIT
           end-if.
           perform READ-LOCK-FILE.
           if LOCK-WAS-READ and FIELD-PID = SAVE-LOCK-OWN-PID
               call "CBL_DELETE_FILE" using SAVE-LOCK-PATH
           end-if.
           move 0 to SAVE-LOCK-STATUS.
       FREE-LOCK-EXIT.
           exit paragraph.

      *    > ln refuses outright when the lock name is already there
      *    > - the shell's return code is the answer. The line goes
      *    > to a file named for the shell's own PID first, so two
      *    > racing instances never write the same one.
       CREATE-LOCK-FILE.
           move function current-date to STAMP-TEXT.
           move spaces to STAMP-SHOWN.
           string STAMP-TEXT (1:4) "-" STAMP-TEXT (5:2) "-"
               STAMP-TEXT (7:2) " " STAMP-TEXT (9:2) ":"
               STAMP-TEXT (11:2) ":" STAMP-TEXT (13:2)
               delimited by size into STAMP-SHOWN.
           move spaces to SYSTEM-COMMAND.
           string "t=""" function trim(SAVE-LOCK-PATH) ".$$""; "
               "echo ""$PPID|$(hostname)|$(ps -o comm= -p $PPID)|"
               STAMP-SHOWN """ > ""$t"" 2>/dev/null && ln ""$t"" """
               function trim(SAVE-LOCK-PATH) """ 2>/dev/null; "
               "r=$?; rm -f ""$t""; exit $r"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to SYSTEM-RC.
           move 0 to return-code.

       READ-LOCK-FILE.
           move 0 to LOCK-READ.
           move spaces to FIELD-PID FIELD-HOST FIELD-PROGRAM
               FIELD-STAMP.
           move SAVE-LOCK-PATH to LOCK-READ-PATH.
           open input LOCK-FILE.
           if LOCK-STATUS-OK
               move spaces to LOCK-LINE
               read LOCK-FILE
               if LOCK-STATUS-OK
                   unstring LOCK-LINE delimited by "|" into
                       FIELD-PID FIELD-HOST FIELD-PROGRAM FIELD-STAMP
                   move 1 to LOCK-READ
               end-if
               close LOCK-FILE
           end-if.

      *    > alive means: another host (which cannot be asked), or
      *    > this host still running that PID under that program's
      *    > name - a PID the system has since handed to something
      *    > else does not count. A lock with no usable PID is stale.
       CHECK-HOLDER-ALIVE.
           move 0 to HOLDER-ALIVE.
           move 0 to PID-USABLE.
           move 0 to PID-LEN.
           if not LOCK-WAS-READ
               go to CHECK-HOLDER-ALIVE-EXIT
           end-if.
           inspect FIELD-PID tallying PID-LEN
               for characters before initial space.
           if PID-LEN = 0
               go to CHECK-HOLDER-ALIVE-EXIT
           end-if.
           if FIELD-PID (1:PID-LEN) is not numeric
               go to CHECK-HOLDER-ALIVE-EXIT
           end-if.
           move 1 to PID-USABLE.
           move spaces to SYSTEM-COMMAND.
           string "[ ""$(hostname)"" != """
               function trim(FIELD-HOST) """ ] || [ ""$(ps -o comm= -p "
               FIELD-PID (1:PID-LEN) " 2>/dev/null)"" = """
               function trim(FIELD-PROGRAM) """ ]"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to SYSTEM-RC.
           move 0 to return-code.
           if SYSTEM-RC = 0
               move 1 to HOLDER-ALIVE
           end-if.
       CHECK-HOLDER-ALIVE-EXIT.
           exit paragraph.

       GO-READ-ONLY.
           move 2 to SAVE-LOCK-STATUS.
           move spaces to SAVE-LOCK-HOLDER.
           if LOCK-WAS-READ
               string "pid " function trim(FIELD-PID) " ("
                   function trim(FIELD-PROGRAM) " on "
                   function trim(FIELD-HOST) ", since " FIELD-STAMP
                   ")" delimited by size into SAVE-LOCK-HOLDER
           else
               move "an instance that took it just now"
                   to SAVE-LOCK-HOLDER
           end-if.
           display "SAVE LOCK: " function trim(SAVE-LOCK-PATH)
               " is held by " function trim(SAVE-LOCK-HOLDER).
           display "   another instance is running this cartridge -"
               " this run is read-only: battery RAM and save states"
               " will not be written".
       end program SAVE_LOCK.
