      *> appended, so a bad run can simply be re-run.
      *> a missing claims master is a first build; a
      *> pick already on the master (same pick date,
      *> employee-id, prize, and raffle event) is a
      *> re-fed pick file and is skipped, not
      *> double-booked. each claim carries the event-id
      *> of the draw that made it.
      *> =============================================

environment division.
data division.
    file section.
        fd claims-master.
        01 claims-master-record pic x(121).

        fd pick-file.
        01 pick-file-record pic x(101).

        fd claims-master-new.
        01 claims-master-new-record pic x(121).

    working-storage section.
        01 claims-master-name pic x(50).
           03  cm-status pic x(8) value spaces.
           03  filler pic x(1) value space.
           03  cm-status-date pic x(10) value spaces.
           03  filler pic x(1) value space.
           03  cm-event-id pic x(8) value spaces.

      *> -- pick record layout, as written by the draw step.

           03  pk-value pic x(8).
           03  filler pic x(1).
           03  pk-empid pic x(6).
           03  filler pic x(1).
           03  pk-event-id pic x(8).

      *> -- the current claims are held so a re-fed pick file can
      *> be recognised instead of double-booked.
               05  ce-pick-date pic x(10).
               05  ce-empid pic x(6).
               05  ce-prize pic x(32).
               05  ce-event-id pic x(8).
       01  claim-count pic 9(5) value zero.
       01  claim-sub pic 9(5).

        move cm-pick-date to ce-pick-date (claim-count)
        move cm-empid to ce-empid (claim-count)
        move cm-prize to ce-prize (claim-count)
        move cm-event-id to ce-event-id (claim-count)

        move claims-master-record to claims-master-new-record
        write claims-master-new-record
            move pk-prize to cm-prize
            move pk-value to cm-value
            move "OPEN" to cm-status
            move pk-event-id to cm-event-id

            move claim-line to claims-master-new-record
            write claims-master-new-record
            move pk-date to ce-pick-date (claim-count)
            move pk-empid to ce-empid (claim-count)
            move pk-prize to ce-prize (claim-count)
            move pk-event-id to ce-event-id (claim-count)
        end-if

        read pick-file
        if ce-pick-date (claim-sub) = pk-date
            and ce-empid (claim-sub) = pk-empid
            and ce-prize (claim-sub) = pk-prize
            and ce-event-id (claim-sub) = pk-event-id
            set pick-already-posted to true
        end-if
    end-perform
