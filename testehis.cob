                   MOVE "FUSAO" TO EL-TYPE-TEXT
               WHEN CH-TYPE-REACTIVATE
                   MOVE "REATIVACAO" TO EL-TYPE-TEXT
               WHEN CH-TYPE-REVERSAL
                   MOVE "ESTORNO" TO EL-TYPE-TEXT
               WHEN OTHER
                   MOVE "TIPO " TO EL-TYPE-TEXT
                   MOVE CH-CHANGE-TYPE TO EL-TYPE-TEXT (6:1)
