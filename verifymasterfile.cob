           PERFORM WriteDamageLine
       END-IF
       IF StatusFlag NOT = "A" AND StatusFlag NOT = "D"
           AND StatusFlag NOT = "P"
           MOVE "StatusFlag Outside A/D/P Domain" TO DmgReason
           PERFORM WriteDamageLine
       END-IF
       IF AcctStatusCode IS NOT ValidAcctStatus
