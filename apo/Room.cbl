       class-id apo.Room.

      *> The rooms/resources turnos can be booked against.  Before
      *> this every appointment shared one implicit room, so two
      *> clients could be double-booked into the same slot even though
      *> they would really have used different rooms.  Each branch has
      *> its own rooms (Branch); a room name is unique across them.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The rooms of the branch being worked on (Branch::Current)
      *> -- the scheduler's columns and every per-room report.  The
      *> original salon's are still Sala 1 to 3 unless settings.dat
      *> says otherwise.
       method-id Names static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke type apo.Branch::Rooms(type apo.Branch::Current) returning result
           goback.
       end method.

      *> Every room at every branch, for checks on data that may
      *> have been booked at either.
       method-id AllNames static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke type apo.Branch::AllRooms returning result
           goback.
       end method.

