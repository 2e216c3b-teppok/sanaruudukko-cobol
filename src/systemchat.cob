         WHEN "vote_failed" MOVE "The {player} vote failed" TO DefaultText
         WHEN "challenge_upheld" MOVE "{actor} upheld a challenge: {player} loses a word" TO DefaultText
         WHEN "challenge_reject" MOVE "{actor} rejected a challenge against {player}" TO DefaultText
         WHEN "room_closed" MOVE "The room is closed now - see you when it next opens" TO DefaultText
         WHEN OTHER MOVE MessageId TO DefaultText
       END-EVALUATE

