        *> Takes: Standard arguments + TargetPlayer, Capability, Action.
        *> Admin-only management of the tiered staff roles: grants ("g")
        *>   or revokes ("r") one named capability for one player --
        *>   resets, wordlist, profanity, lockouts, purges, traces (read
        *>   player traces with traceview), viewas (read-only view as
        *>   a player, viewasopen) or support (work the support ticket
        *>   queue), each the
        *>   key the matching gates check beside Admins. Handing a
        *>   helper one capability instead of god-mode is the whole
        *>   point; every change lands in AuditLog.
         WHEN "profanity" SET KnownCapability TO TRUE
         WHEN "lockouts" SET KnownCapability TO TRUE
         WHEN "purges" SET KnownCapability TO TRUE
         WHEN "traces" SET KnownCapability TO TRUE
         WHEN "viewas" SET KnownCapability TO TRUE
         WHEN "support" SET KnownCapability TO TRUE
       END-EVALUATE
       IF NOT KnownCapability THEN
         EXIT PROGRAM
