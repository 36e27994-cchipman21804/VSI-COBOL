              display "10 --- Annual deposit (A), given Future Value"
                       " target"
           end-if
           if auth-ee-flags(11:1) EQUAL TO "Y"
              display "11 --- Bond price, yield to maturity, and"
                       " duration"
           end-if
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
              when "1" thru "9"
                   compute selection-num = function numval(menu-in)
              when "10" move 10 to selection-num
              when "11" move 11 to selection-num
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 11."
           end-evaluate

           if selection-num > 11
              display "Please select 0 through 11."
              move zero to selection-num
           end-if

              when 8 call "factortbl"
              when 9 call "ffga"
              when 10 call "fagf"
              when 11 call "fbond"
              when other
                   continue
           end-evaluate.
