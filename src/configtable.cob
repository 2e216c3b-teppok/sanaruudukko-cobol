        *> -------------------------
        *> configtable.
        *> Takes: the configtable.l block, CfgIdx filled in.
        *> The catalogue of what a configuration bundle carries, shared
        *>   by configexport and configimport: operating settings
        *>   (Status), Translations, DiceSets, ProfanityList,
        *>   RoomTemplates (with their score tables), ShopTitles,
        *>   Missions and StaffGrants. Player data never travels: no
        *>   player-owned table is listed, and the who-did-it columns
        *>   of the listed ones stay behind. Status leaves out its
        *>   runtime rows (locks, checkpoints and hit counters, all
        *>   named with a colon) and the four that belong to one
        *>   installation -- MaintenanceMode, AlertWebhookUrl,
        *>   LobbyBridgeUrl and EmailFromAddress. Terms and privacy texts travel through
        *>   termsload, never here. A staff grant only lands where
        *>   its player already has an account; Admins are never
        *>   carried. Extend this list and both programs follow.
        *> Modifies: the configtable.l block
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. configtable.
       DATA DIVISION.
       LINKAGE SECTION.
       COPY "configtable.l".

       PROCEDURE DIVISION USING CfgIdx, CfgTable, CfgKey1, CfgKey2, CfgExclude,
           CfgStamp, CfgFilter, CfgImportFilter.
       Begin.

       MOVE SPACES TO CfgTable CfgKey1 CfgKey2 CfgStamp CfgImportFilter
       MOVE "ARRAY[]::text[]" TO CfgExclude
       MOVE "true" TO CfgFilter
       MOVE "true" TO CfgImportFilter

       EVALUATE CfgIdx
         WHEN 1 MOVE "Status" TO CfgTable MOVE "name" TO CfgKey1
             MOVE "ARRAY['updatedat']" TO CfgExclude
             MOVE "position(':' in t.Name) = 0 AND t.Name NOT IN ('MaintenanceMode', 'AlertWebhookUrl', 'LobbyBridgeUrl', 'EmailFromAddress')"
               TO CfgFilter
         WHEN 2 MOVE "Translations" TO CfgTable MOVE "messageid" TO CfgKey1 MOVE "language" TO CfgKey2
             MOVE "t.MessageId NOT LIKE 'terms:%' AND t.MessageId NOT LIKE 'privacy:%'" TO CfgFilter
         WHEN 3 MOVE "DiceSets" TO CfgTable MOVE "setname" TO CfgKey1 MOVE "dienum" TO CfgKey2
         WHEN 4 MOVE "ProfanityList" TO CfgTable MOVE "word" TO CfgKey1
         WHEN 5 MOVE "RoomTemplates" TO CfgTable MOVE "name" TO CfgKey1
             MOVE "ARRAY['createdby', 'createdat']" TO CfgExclude
             MOVE "createdby" TO CfgStamp
         WHEN 6 MOVE "ShopTitles" TO CfgTable MOVE "code" TO CfgKey1
         WHEN 7 MOVE "Missions" TO CfgTable MOVE "name" TO CfgKey1 MOVE "startson" TO CfgKey2
             MOVE "ARRAY['id']" TO CfgExclude
         WHEN 8 MOVE "StaffGrants" TO CfgTable MOVE "player" TO CfgKey1 MOVE "capability" TO CfgKey2
             MOVE "ARRAY['grantedby', 'grantedat']" TO CfgExclude
             MOVE "grantedby" TO CfgStamp
             MOVE "EXISTS (SELECT 1 FROM Players p WHERE p.Name = t.Player)" TO CfgImportFilter
       END-EVALUATE

       EXIT PROGRAM.
