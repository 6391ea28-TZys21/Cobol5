       *>                   the status byte is "10" after the final
       *>                   at-end read, so testing it for "00" at
       *>                   finalize never closed the file.
       *>   2026-10-15  TZ  A Delete now terminates the employee
       *>                   rather than removing the record, so it
       *>                   lists as TERMINATE; an Add over a prior
       *>                   image is a rehire and lists as REHIRE.

       identification division.
       program-id.     Lab5Hst.

        01  L5H-Count-Text         pic ZZZZZZ9.
        01  L5H-Csv-Line           pic X(250).
        01  L5H-Action-Desc        pic X(9) value spaces.

        procedure division.
        000-main.
           evaluate Chg-Action
              when "A"
              when "a"
                 if Chg-Before = spaces
                    move "ADD" to L5H-Action-Desc
                 else
                    move "REHIRE" to L5H-Action-Desc
                 end-if
              when "C"
              when "c"
                 move "CHANGE" to L5H-Action-Desc
              when "D"
              when "d"
                 move "TERMINATE" to L5H-Action-Desc
              when other
                 move Chg-Action to L5H-Action-Desc
           end-evaluate
