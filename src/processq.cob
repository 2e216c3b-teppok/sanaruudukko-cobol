       01 sid usage binary-long.
       01 pgconn2 usage pointer.
       01 pgconn3 usage pointer.
      *> the read-only replica (getreplica) the declared read-only
      *> funcs below run on; ReplicaConn is the primary itself when no
      *> replica is configured or it is lagging.
       01 ReplicaConn usage pointer.
       01 PrimaryConn usage pointer.
       01 ReplicaLag pic x(16) VALUE SPACES.
       01 ReplicaFlag pic x VALUE "f".
         88 OnReplica VALUE "t".
       01 zerovalue usage binary-long value 0.

  
       COPY "init.l".

       01 Func pic x(16).
      *> heavy views that never write -- these run on the replica.
         88 ReadOnlyFunc VALUES "leaderboard" "history" "highlights" "versus" "classreport".
       01 Room pic x(16).
       01 Word pic x(32).
       01 WordDummy pic x(16).
      *> need a leading comma.
       01 FormatQ pic x(16).
       01 TokenQ pic x(16).
       01 JsonField pic 9 VALUE 0.
         88 JsonHasField VALUE 1.
       01 StatusCode pic zz9.
      *> the new code should allow.
       01 InviteCodeQ pic x(16) VALUE SPACES.
       01 InviteUsesQ pic x(16) VALUE SPACES.
       01 InviteUses pic 9(4) VALUE 0.
      *> a referral code presented at registration or guest
      *> conversion.
       01 ReferralQ pic x(16) VALUE SPACES.

      *> operator-settable maintenance mode: write actions are
      *> refused with status 13 and a localized notice while the flag

      *> which authored puzzle to start.
       01 PuzzleQ pic x(16) VALUE SPACES.
       01 PuzzleDummy2 pic x(16).

      *> the fresh name a self-service rename asks for -- and, for
      *> guestconvert, the passcode the converted account will keep.
       01 NewNameQ pic x(16) VALUE SPACES.
       01 NewPassQ pic x(16) VALUE SPACES.
       01 NewNameDummy2 pic x(16).

      *> minor accounts: the age band and guardian a registration
      *> gives, and the child a guardian func acts on.
       01 AgeBandQ pic x(16) VALUE SPACES.
       01 GuardianQ pic x(16) VALUE SPACES.
       01 ChildQ pic x(16) VALUE SPACES.

      *> guest play: guestcheck's answer for the funcs a temporary
      *> guest account may not use (status 19).
       01 GuestFlag pic x VALUE "f".
         88 PlayerIsGuest VALUE "t".

      *> roomhourscheck's answer: the room asked for is outside its
      *> opening hours (status 25), and when it next opens.
       01 HoursFlag pic x VALUE "t".
         88 RoomHoursClosed VALUE "f".
       01 HoursOpensAt pic x(32) VALUE SPACES.
       01 HoursRoomKey pic x(16) VALUE SPACES.
       01 HoursRoomZ pic z(4)9.

      *> consentcheck's answer: a current terms or privacy version
      *> the player hasn't accepted yet (status 20).
       01 ConsentFlag pic x VALUE "f".
         88 ConsentRequired VALUE "t".

      *> feature flags: the flag flagset manages, and flagcheck's
      *> answer for a func gated behind a flag of its own name
      *> (status 21).
       01 FlagIn pic x(16) VALUE SPACES.
       01 FlagQ pic x(32) VALUE SPACES.
       01 FuncFlagName pic x(32) VALUE SPACES.
       01 FuncFlag pic x VALUE "t".
         88 FuncFlagOff VALUE "f".

      *> dictionary version to roll the word list back to -- also
      *> the terms or privacy version consentaccept agrees to, with
      *> TermsKindQ saying which of the two.
       01 VersionQ pic x(16) VALUE SPACES.
       01 TermsKindQ pic x(16) VALUE SPACES.
       01 VersionDummy2 pic x(16).

      *> which closed season the seasons func should show;
       01 BracketDummy pic x(16).
       01 BracketDummy2 pic x(16).
       01 BracketNum pic 99999 usage display VALUE HIGH-VALUES.
      *> which Swiss event a swiss func acts on; HIGH-VALUES (no
      *> swiss parameter) makes swissview list the events.
       01 SwissQ pic x(16) VALUE SPACES.
       01 SwissDummy pic x(16).
       01 SwissDummy2 pic x(16).
       01 SwissNum pic 99999 usage display VALUE HIGH-VALUES.

      *> which club a club func acts on; HIGH-VALUES (no club
      *> parameter) makes the clubs func list the club leaderboard.
      *> conduct reports: the reason category a reportplayer call
      *> carries, and which report a reportresolve closes. The free
      *> text of either rides the "note" parameter (parsechat).
      *> The same category parameter names the WordCategories tag
      *> for wordtagadd / wordtagdelete / wordtags.
       01 CategoryQ pic x(16) VALUE SPACES.
       01 CategoryDummy pic x(16).
       01 TicketQ pic x(16) VALUE SPACES.
       01 TicketNum pic 99999 usage display VALUE HIGH-VALUES.

      *> operator broadcasts: which one a broadcastcancel or
      *> broadcastdismiss means, and the window a broadcastcreate
      *> schedules (YYYY-MM-DDTHH:MI, server time).
       01 BroadcastQ pic x(16) VALUE SPACES.
       01 BroadcastNum pic 99999 usage display VALUE HIGH-VALUES.
       01 StartsQ pic x(16) VALUE SPACES.
       01 EndsQ pic x(16) VALUE SPACES.
      *> event prizes: the place a prizeadd pays (and the season
      *> division it narrows to), which prize a prizeremove means and
      *> which award a prizestatus moves along.
       01 PlaceQ pic x(16) VALUE SPACES.
       01 PlaceNum pic 99999 usage display VALUE HIGH-VALUES.
       01 PrizeQ pic x(16) VALUE SPACES.
       01 PrizeNum pic 99999 usage display VALUE HIGH-VALUES.
       01 AwardQ pic x(16) VALUE SPACES.
       01 AwardNum pic 99999 usage display VALUE HIGH-VALUES.
       01 DivisionQ pic x(16) VALUE SPACES.
       01 DivisionDummy pic x(16).
       01 DivisionDummy2 pic x(16).
       01 DivisionNum pic 99999 usage display VALUE HIGH-VALUES.
       01 ReportQ pic x(16) VALUE SPACES.
       01 ReportDummy pic x(16).
       01 ReportDummy2 pic x(16).
       01 ViewQ pic x(16) VALUE SPACES.
       01 ApiDummy pic x(16).

      *> the chat bridge's inbound post: who said it on the other
      *> side, and the line itself (parsechat, like mail bodies).
       01 BridgeAuthor pic x(16) VALUE SPACES.
       01 BridgeDummy pic x(16).
       01 BridgeDummy2 pic x(16).
       01 BridgeLine pic x(2560) VALUE SPACES.

      *> which named room template a template func acts on.
       01 TemplateQ pic x(16) VALUE SPACES.
       01 TemplateDummy pic x(16).
      *> the value travels through parsechat like a chat line.
       01 TzB pic x(2560) VALUE SPACES.

      *> email delivery: emailset takes the address (punctuation,
      *> so through parsechat like the timezone), emailverify the
      *> confirmation code mailed to it.
       01 EmailB pic x(2560) VALUE SPACES.
       01 EmailCodeQ pic x(16) VALUE SPACES.
       01 EmailCodeDummy pic x(16).
       01 EmailCodeDummy2 pic x(16).

      *> staff second factor: the six-digit authenticator code (or
      *> a recovery code) for twofactorconfirm / twofactorverify, and
      *> the gate secondfactorcheck raises ahead of staff-only funcs
      *> until the session has presented one -- refused with status 17.
       01 OtpQ pic x(16) VALUE SPACES.
       01 OtpDummy pic x(16).
       01 OtpDummy2 pic x(16).
       01 FactorFlag pic x VALUE "f".
         88 SecondFactorDue VALUE "t".

      *> four-eyes approval: which PendingActions row actionapprove /
      *> actionreject decide, the season name or backup prefix an
      *> actionrequest for a batch job names (through parsechat -- a
      *> prefix is a path), and the mode actionrequest hands back
      *> ("direct" lets a room owner's retireroom run at once).
       01 ActionIdQ pic x(16) VALUE SPACES.
       01 ActionDummy pic x(16).
       01 ActionDummy2 pic x(16).
       01 ActionNum pic 99999 usage display VALUE HIGH-VALUES.
       01 ActionParamB pic x(2560) VALUE SPACES.
       01 ActionKindQ pic x(16) VALUE SPACES.
       01 ActionMode pic x(8) VALUE SPACES.

      *> signed-in devices: which Sessions row sessionrevoke throws
      *> out (its Id from the sessions func, or "all").
       01 SessionQ pic x(16) VALUE SPACES.
       01 SessionDummy pic x(16).
       01 SessionDummy2 pic x(16).

      *> per-address throttle: which budget this request counts
      *> against (guest for the unauthenticated views, auth for the
      *> credential-taking funcs, write for anything maintcheck would
      *> stop, read for the rest) -- over budget is status 18. The
      *> throttleallow / throttleremove address (parsechat, since an
      *> IPv6 literal carries colons) and how many hours the raised
      *> budget lasts.
       01 ThrottleClass pic x(8) VALUE "read".
       01 ThrottleFlag pic x VALUE "f".
         88 AddressThrottled VALUE "t".
       01 AddressB pic x(2560) VALUE SPACES.
       01 HoursQ pic x(16) VALUE SPACES.
       01 HoursDummy pic x(16).
       01 HoursDummy2 pic x(16).

      *> per-request latency metric, written as the last thing a
      *> request does. The clock is centiseconds since midnight from
      *> CURRENT-DATE; a request spanning midnight gets the wrap added
       01 DurationZ pic zzzzzzz9.
       01 ClockPart pic 9(2).
       01 MetricRoomTxt pic x(8) VALUE "NULL".
       01 MetricQuery pic x(512).

      *> trace capture for one named player (tracestart/traceend):
      *> while TraceOn the response is going to a scratch file, and
      *> RecordMetrics hands it on with the request as received.
       COPY "trace.l".
       COPY "errcontext.l".
       01 TraceQuery pic x(2560) VALUE SPACES.

      *> read-only "view as player" (viewasopen/viewascheck): the
      *> session token staff send alongside their own credentials,
      *> the player it names, and viewascheck's answer -- the
      *> read-only funcs then run as that player (ViewAsOn), anything
      *> else is status 23 and a bad or expired token status 24.
       01 ViewAsQ pic x(16) VALUE SPACES.
       01 ViewAsDummy pic x(16).
       01 ViewAsDummy2 pic x(16).
       01 ViewAsPlayer pic x(16) VALUE SPACES.
       01 ViewAsStaff pic x(16) VALUE SPACES.
       01 ViewAsFlag pic x VALUE "f".
         88 ViewAsOn VALUE "t".
         88 ViewAsRefused VALUE "r".
         88 ViewAsBadToken VALUE "x".

      *> account merge (mergepreview/mergeplayer): the name the
      *> target is folded into.
       01 MergeIntoQ pic x(16) VALUE SPACES.
       01 MergeIntoDummy pic x(16).
       01 MergeIntoDummy2 pic x(16).

      *> organisations (orgcreate ... orgview): the org= code every
      *> org func names its organisation by.
       01 OrgQ pic x(16) VALUE SPACES.
       01 OrgDummy pic x(16).
       01 OrgDummy2 pic x(16).

      *> minimum client version: the version the client reports
      *> ("client"), checked once the request has counted against its
      *> address. Below MinClientVersion the answer is status 22 with
      *> an upgrade notice and nothing else; below
      *> RecommendedClientVersion it is served with a clientwarning
      *> field. RequestMetrics keeps the version for the daily share
      *> report.
      *> The dots would not survive parsequery, so the value is read
      *> through parsechat like an email address.
       01 ClientB pic x(2560) VALUE SPACES.
       01 ClientDummy pic x(16).
       01 ClientVersionQ pic x(16) VALUE SPACES.
       01 ClientVersionChk pic x(16) VALUE SPACES.
       01 ClientDots usage binary-long VALUE 0.
       01 ClientState pic x VALUE "o".
         88 ClientTooOld VALUE "b".
         88 ClientOutdated VALUE "w".
       01 ClientNotice pic x(128) VALUE SPACES.

      *> set once init has signed the caller in and rotated the
      *> session token; from then on every answer carries the token.
       01 LoginState pic x VALUE "f".
         88 SessionIssued VALUE "t".

      *> schemacheck's answer: on a database behind the schema this
      *> build was written for, every func but health is refused with
      *> status 26 and both versions, instead of failing one missing
      *> column at a time.
       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "o".
         88 SchemaOk VALUE "o".
       01 SchemaHaveZ pic zzz9.
       01 SchemaNeedZ pic zzz9.

      *> Status row JobQueueMode = '1' routes NewRound's round-start
      *> work through the Jobs queue (jobworker daemon) instead of the
          By content "token           "
          By reference TokenQ
          By content SPACES
          By reference ClientDummy
       END-CALL

       MOVE TokenQ TO SessionToken
          By reference InviteCodeQ
          By content "inviteuses      "
          By reference InviteUsesQ
          By content "referral        "
          By reference ReferralQ
       END-CALL

       IF InviteUsesQ IS NOT = SPACES THEN
         By Reference TzB
       END-CALL

       CALL "parsechat" USING by reference MailQuery
         By content "email           "
         By Reference EmailB
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "emailcode       "
          By reference EmailCodeQ
          By content SPACES
          By reference EmailCodeDummy
          By content SPACES
          By reference EmailCodeDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "actionid        "
          By reference ActionIdQ
          By content SPACES
          By reference ActionDummy
          By content SPACES
          By reference ActionDummy2
       END-CALL

       IF ActionIdQ IS NOT = SPACES THEN
         MOVE ActionIdQ TO ActionNum
       END-IF

       CALL "parsechat" USING by reference MailQuery
         By content "actionparam     "
         By Reference ActionParamB
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "session         "
          By reference SessionQ
          By content SPACES
          By reference SessionDummy
          By content SPACES
          By reference SessionDummy2
       END-CALL

       CALL "parsechat" USING by reference MailQuery
         By content "address         "
         By Reference AddressB
       END-CALL

       CALL "parsechat" USING by reference MailQuery
         By content "client          "
         By Reference ClientB
       END-CALL
      *> a version is dotted digits and nothing else -- no empty
      *> part before, between or after the dots; anything stranger,
      *> or longer than the field, is treated as no version at all.
       MOVE SPACES TO ClientVersionQ
       IF ClientB(17:) IS = SPACES AND ClientB(1:1) IS NOT = SPACE THEN
         MOVE ClientB(1:16) TO ClientVersionQ
         MOVE ClientVersionQ TO ClientVersionChk
         INSPECT ClientVersionChk CONVERTING "0123456789." TO "           "
         MOVE 0 TO ClientDots
         INSPECT ClientVersionQ TALLYING ClientDots FOR ALL ".."
         IF ClientVersionChk IS NOT = SPACES OR ClientDots > 0
             OR ClientVersionQ(1:1) = "."
             OR ClientVersionQ(function length(function trim(ClientVersionQ)):1) = "." THEN
           MOVE SPACES TO ClientVersionQ
         END-IF
       END-IF

       CALL "parsequery" USING by reference CgiQuery
          By content "hours           "
          By reference HoursQ
          By content SPACES
          By reference HoursDummy
          By content SPACES
          By reference HoursDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "viewas          "
          By reference ViewAsQ
          By content SPACES
          By reference ViewAsDummy
          By content SPACES
          By reference ViewAsDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "into            "
          By reference MergeIntoQ
          By content SPACES
          By reference MergeIntoDummy
          By content SPACES
          By reference MergeIntoDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "org             "
          By reference OrgQ
          By content SPACES
          By reference OrgDummy
          By content SPACES
          By reference OrgDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "otp             "
          By reference OtpQ
          By content SPACES
          By reference OtpDummy
          By content SPACES
          By reference OtpDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "puzzle          "
          By reference PuzzleQ
          By content "flag            "
          By reference FlagIn
          By content SPACES
          By reference PuzzleDummy2
       END-CALL
       CALL "parsequery" USING by reference CgiQuery
          By content "newname         "
          By reference NewNameQ
          By content "newpasscode     "
          By reference NewPassQ
          By content SPACES
          By reference NewNameDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "ageband         "
          By reference AgeBandQ
          By content "guardian        "
          By reference GuardianQ
          By content "child           "
          By reference ChildQ
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "version         "
          By reference VersionQ
          By content "kind            "
          By reference TermsKindQ
          By content SPACES
          By reference VersionDummy2
       END-CALL
         MOVE BracketQ TO BracketNum
       END-IF

       CALL "parsequery" USING by reference CgiQuery
          By content "swiss           "
          By reference SwissQ
          By content SPACES
          By reference SwissDummy
          By content SPACES
          By reference SwissDummy2
       END-CALL

       IF SwissQ IS NOT = SPACES THEN
         MOVE SwissQ TO SwissNum
       END-IF

       CALL "parsequery" USING by reference CgiQuery
          By content "club            "
          By reference ClubQ
          By reference CategoryQ
          By content "report          "
          By reference ReportQ
          By content "ticket          "
          By reference TicketQ
       END-CALL

       IF ReportQ IS NOT = SPACES THEN
         MOVE ReportQ TO ReportNum
       END-IF
       IF TicketQ IS NOT = SPACES THEN
         MOVE TicketQ TO TicketNum
       END-IF

       CALL "parsequery" USING by reference CgiQuery
          By content "broadcast       "
          By reference BroadcastQ
          By content "starts          "
          By reference StartsQ
          By content "ends            "
          By reference EndsQ
       END-CALL

       IF BroadcastQ IS NOT = SPACES THEN
         MOVE BroadcastQ TO BroadcastNum
       END-IF

       CALL "parsequery" USING by reference CgiQuery
          By content "place           "
          By reference PlaceQ
          By content "prize           "
          By reference PrizeQ
          By content "award           "
          By reference AwardQ
       END-CALL

       IF PlaceQ IS NOT = SPACES THEN
         MOVE PlaceQ TO PlaceNum
       END-IF
       IF PrizeQ IS NOT = SPACES THEN
         MOVE PrizeQ TO PrizeNum
       END-IF
       IF AwardQ IS NOT = SPACES THEN
         MOVE AwardQ TO AwardNum
       END-IF

       CALL "parsequery" USING by reference CgiQuery
          By content "division        "
          By reference DivisionQ
          By content SPACES
          By reference DivisionDummy
          By content SPACES
          By reference DivisionDummy2
       END-CALL

       IF DivisionQ IS NOT = SPACES THEN
         MOVE DivisionQ TO DivisionNum
       END-IF

       CALL "parsequery" USING by reference CgiQuery
          By content "page            "
          By reference ApiDummy
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "author          "
          By reference BridgeAuthor
          By content SPACES
          By reference BridgeDummy
          By content SPACES
          By reference BridgeDummy2
       END-CALL

       CALL "parsechat" USING by reference MailQuery
         By content "chat            "
         By Reference BridgeLine
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
          By content "template        "
          By reference TemplateQ
      *> before the player/passcode checks below.
       IF Func IS = "api" THEN
              CALL "getdb" USING BY REFERENCE pgconn
              PERFORM SchemaGate
              MOVE "guest" TO ThrottleClass
              PERFORM ThrottleGate
              CALL "getreplica" USING BY REFERENCE pgconn ReplicaConn ReplicaLag
              IF OutFormat = "json" THEN
                DISPLAY "{"
              ELSE
                DISPLAY "<data>"
              END-IF
              CALL "apiserve" USING BY REFERENCE pgconn ReplicaConn ApiKeyQ ViewQ Room
                TargetPlayer HistoryRound
                BY CONTENT OutFormat PageNum PageSize
              END-CALL
              ELSE
                DISPLAY "</data>"
              END-IF
              PERFORM CloseReplica
              PERFORM RecordMetrics
              call "PQfinish" using by value pgconn returning result end-call
              STOP RUN
       END-IF

      *> the chat bridge's inbound door -- keyed the same way (a
      *> 'bridge'-scoped key), but a write, so it counts as one.
       IF Func IS = "bridgechat" THEN
              CALL "getdb" USING BY REFERENCE pgconn
              PERFORM SchemaGate
              MOVE "write" TO ThrottleClass
              PERFORM ThrottleGate
              IF OutFormat = "json" THEN
                DISPLAY "{"
              ELSE
                DISPLAY "<data>"
              END-IF
              CALL "chatbridgein" USING BY REFERENCE pgconn ApiKeyQ Room BridgeAuthor BridgeLine
                BY CONTENT OutFormat
              END-CALL
              IF OutFormat = "json" THEN
                DISPLAY "}"
              ELSE
                DISPLAY "</data>"
              END-IF
              PERFORM RecordMetrics
              call "PQfinish" using by value pgconn returning result end-call
              STOP RUN

       IF Func IS = "guestview" THEN
              CALL "getdb" USING BY REFERENCE pgconn
              PERFORM SchemaGate
              MOVE "guest" TO ThrottleClass
              PERFORM ThrottleGate
              CALL "getreplica" USING BY REFERENCE pgconn ReplicaConn ReplicaLag
              IF OutFormat = "json" THEN
                DISPLAY "{"
              ELSE
                DISPLAY "<data>"
              END-IF
              CALL "displayguest" USING BY REFERENCE pgconn ReplicaConn Room
                BY CONTENT OutFormat
              END-CALL
              IF OutFormat = "json" THEN
              ELSE
                DISPLAY "</data>"
              END-IF
              PERFORM CloseReplica
              PERFORM RecordMetrics
              call "PQfinish" using by value pgconn returning result end-call
              STOP RUN
       END-IF

      *> a session token stands in for the passcode (a guest never
      *> has one to send); guestplay brings neither.
       IF Func IS NOT = "guestplay"
           AND ( Player IS = SPACES OR ( PassCode IS = SPACES AND SessionToken IS = SPACES ) ) THEN
              MOVE 1 TO StatusCode
              PERFORM DisplayStatusOnly
              STOP RUN
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn
       PERFORM SchemaGate

      *> a player under trace has this request's response captured
      *> from here on; RecordMetrics writes it out and files it.
       CALL "tracestart" USING BY REFERENCE pgconn Player TraceFlag TraceSavedFd TraceFd
       END-CALL

      *> maintenance mode blocks every action that writes game
      *> state, with its own status code and a notice in the player's
       IF Func IS = "submitword" OR "newround" OR "newroom" OR "joinroom" OR "quickmatch"
           OR "removeword" OR "moretime" OR "pauseround" OR "resumeround" OR "registerp"
           OR "resetpasscode" OR "resetissue" OR "wordlistadd" OR "wordlistdelete" OR "wordlistrollback"
           OR "wordtagadd" OR "wordtagdelete" OR "dicepromote"
           OR "profanityadd" OR "profanitydelete" OR "moderatoradd" OR "moderatordelete"
           OR "kickplayer" OR "muteplayer" OR "unmuteplayer" OR "friendadd" OR "frienddelete"
           OR "mailsend" OR "shareissue" OR "shareredeem" OR "inviteissue" OR "unlockplayer"
           OR "hint" OR "purgeplayer" OR "profileset" OR "ignoreplayer" OR "unignoreplayer" OR "settimezone"
           OR "emailset" OR "emailverify" OR "notifyset" OR "referrals"
           OR "sessionrevoke" OR "twofactorenrol" OR "twofactorconfirm" OR "twofactorverify"
           OR "invite" OR "inviteaccept" OR "invitedecline" OR "renameplayer"
           OR "puzzlestart" OR "puzzlecheck" OR "ghoststart" OR "drillstart" OR "studyadd" OR "studydelete" OR "handicapset" OR "extratimeset" OR "roomset" OR "roomhoursset"
           OR "challengeword" OR "challengeuphold" OR "challengereject"
           OR "bracketcreate" OR "bracketjoin" OR "bracketstart"
           OR "swisscreate" OR "swissjoin" OR "swissstart"
           OR "clubcreate" OR "clubjoin" OR "clubapprove" OR "clubdecline" OR "clubleave"
           OR "proposeword" OR "proposalvote" OR "proposalaccept" OR "proposaldecline"
           OR "titlebuy" OR "titleset" OR "streakfreeze" OR "giftsend" OR "predict" OR "reportplayer" OR "reportresolve"
           OR "ticketfile" OR "ticketassign" OR "ticketnote" OR "ticketreply" OR "ticketclose"
           OR "broadcastcreate" OR "broadcastcancel" OR "broadcastdismiss"
           OR "prizeadd" OR "prizeremove" OR "prizestatus"
           OR "templatesave" OR "newroomfrom" OR "suspend" OR "react" OR "retireroom" OR "staffgrant" OR "staffrevoke" OR "membergrant" OR "memberextend" OR "memberrevoke" OR "sysset" OR "annulround" OR "voteopen" OR "votecast" OR "chatdelete" OR "chatedit"
           OR "leaguecreate" OR "leaguejoin" OR "leaguestart" OR "leagueplay"
           OR "actionrequest" OR "actionapprove" OR "actionreject"
           OR "throttleallow" OR "throttleremove" OR "guestplay" OR "guestconvert"
           OR "guardianname" OR "guardianaccept" OR "guardianrelease" OR "guardianset"
           OR "guardianapprove" OR "guardianreject" OR "consentaccept" OR "flagset"
           OR "tracestart" OR "tracestop" OR "viewasopen" OR "viewasclose"
           OR "mergepreview" OR "mergeplayer"
           OR "orgcreate" OR "orgadminadd" OR "orgadmindelete" OR "orgmemberadd" OR "orgmemberdelete"
           OR "orgroomset" OR "orgexclude" OR "orginclude" THEN
           MOVE "write" TO ThrottleClass
           CALL "maintcheck" USING BY REFERENCE pgconn Player MaintFlag MaintNotice
           END-CALL
           IF MaintenanceOn THEN
           END-IF
       END-IF

      *> every func but health counts against the caller's address
      *> before any real work; registerp and resetpasscode take a
      *> credential from an unauthenticated caller, so theirs is the
      *> tight auth budget, as do guestplay and guestconvert, which
      *> make and convert accounts.
       IF Func IS = "registerp" OR "resetpasscode" OR "guestplay" OR "guestconvert" THEN
           MOVE "auth" TO ThrottleClass
       END-IF
       PERFORM ThrottleGate

       CALL "clientcheck" USING BY REFERENCE pgconn Player ClientVersionQ ClientState ClientNotice
       END-CALL
       IF ClientTooOld THEN
         IF OutFormat = "json" THEN
           DISPLAY '{"status":22,"notice":"' function trim(ClientNotice) '"}'
         ELSE
           DISPLAY "<data><status>22</status><notice>" function trim(ClientNotice) "</notice></data>"
         END-IF
         PERFORM RecordMetrics
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

    *>   STRING "INSERT INTO Status VALUES ('", function trim(Func), "', now);", x"00" INTO QueryString
    *>   call "PQexec" using by value pgconn
    *>     by reference querystring
    *>   end-call
       
      *> registerp opens (and closes) its own connection, so it
      *> only takes the name/passcode pair -- not pgconn -- plus the
      *> invite code and, for a minor, age band and guardian.
       IF Func IS = "registerp" THEN
           CALL "registerp" USING Player, PassCode, InviteCodeQ, AgeBandQ, GuardianQ, ReferralQ
       END-IF

      *> like registerp, redeeming a reset code has to happen
           CALL "resetpasscode" USING Player, PassCode, ResetCodeQ
       END-IF

      *> play as guest: guestcreate makes a temporary account and
      *> hands back its generated name and passcode, and the init
      *> below signs it in like any passcode login -- the session
      *> token is what the guest carries from here on. No account
      *> (guest play off, or no strong random) is a bad login.
       IF Func IS = "guestplay" THEN
           MOVE SPACES TO SessionToken
           CALL "guestcreate" USING BY REFERENCE pgconn Player PassCode
           END-CALL
           IF Player IS = SPACES THEN
              MOVE 1 TO StatusCode
              PERFORM DisplayStatusOnly
              PERFORM RecordMetrics
              call "PQfinish" using by value pgconn returning result end-call
              STOP RUN
           END-IF
       END-IF

       CALL "init" USING
         By reference pgconn
         By reference Player
         By Reference IdleWarning
         By Reference LockedOut
         By Reference ClientAddr
         By Reference SessionId
       END-CALL

      *> a locked-out account gets its own status code so the
          STOP RUN
       END-IF

      *> from here on a failed statement is logged under the caller,
      *> so a support ticket can show what went wrong for them.
       MOVE Player TO ErrPlayer
       SET SessionIssued TO TRUE

      *> once a terms or privacy version is published, a player who
      *> hasn't accepted it gets status 20 on everything except reading
      *> the texts (termsshow), accepting them (consentaccept) and
      *> taking their data out -- declining the terms never locks
      *> anyone out of their own takeout. registerp and guestplay
      *> still answer with the new account; the next call meets the
      *> gate.
       IF Func IS NOT = "termsshow" AND Func IS NOT = "consentaccept" AND Func IS NOT = "takeout"
           AND Func IS NOT = "registerp" AND Func IS NOT = "guestplay" THEN
          CALL "consentcheck" USING BY REFERENCE pgconn Player ConsentFlag
          END-CALL
          IF ConsentRequired THEN
             MOVE 20 TO StatusCode
             PERFORM DisplayStatusOnly
             PERFORM RecordMetrics
             call "PQfinish" using by value pgconn returning result end-call
             STOP RUN
          END-IF
       END-IF

      *> a view-as token turns the staff member's request into the
      *> named player's, for the read-only funcs viewascheck allows
      *> (status 23 for anything else, 24 for a token that is not
      *> theirs, has expired or was closed). From here on Player,
      *> RoomId and RoundId are the player's; their idle warning is
      *> not ours to pass on.
       IF ViewAsQ IS NOT = SPACES THEN
          MOVE Player TO ViewAsStaff
          CALL "viewascheck" USING BY REFERENCE pgconn Player ViewAsQ Func ClientAddr
            ViewAsPlayer ViewAsFlag
          END-CALL
          IF ViewAsRefused THEN
             MOVE 23 TO StatusCode
          END-IF
          IF ViewAsBadToken THEN
             MOVE 24 TO StatusCode
          END-IF
          IF ViewAsRefused OR ViewAsBadToken THEN
             PERFORM DisplayStatusOnly
             PERFORM RecordMetrics
             call "PQfinish" using by value pgconn returning result end-call
             STOP RUN
          END-IF
          IF ViewAsOn THEN
             MOVE ViewAsPlayer TO Player
             CALL "getround" USING BY REFERENCE pgconn BY CONTENT Player
               BY REFERENCE RoomId RoundId
             END-CALL
             MOVE "f" TO IdleWarning
          END-IF
       END-IF

      *> a func still in staged rollout: a feature flag named after
      *> it, off for this player and room, answers status 21. Funcs
      *> with no such flag are unaffected, and the flag screens
      *> themselves can't be flagged away.
       IF Func IS NOT = "flagset" AND Func IS NOT = "flaglist" THEN
          MOVE Func TO FuncFlagName
          CALL "flagcheck" USING BY REFERENCE pgconn FuncFlagName Player RoomId
            BY CONTENT "t" BY REFERENCE FuncFlag
          END-CALL
       END-IF
       IF FuncFlagOff THEN
          MOVE 21 TO StatusCode
          PERFORM DisplayStatusOnly
          PERFORM RecordMetrics
          call "PQfinish" using by value pgconn returning result end-call
          STOP RUN
       END-IF

      *> the passcode (or token) is not enough for the funcs that
      *> purge, annul, roll back or hand out keys, nor for the staff
      *> screens that list flags, throttles, members, pending actions,
      *> word tags, dice drafts, batch plans or another player's
      *> sessions: anyone holding staff standing must also have
      *> satisfied a second factor on this session (twofactorverify),
      *> else status 17. Non-staff callers pass through to the func's
      *> own refusal.
       IF Func IS = "purgeplayer" OR "annulround" OR "wordlistadd" OR "wordlistdelete"
           OR "wordtagadd" OR "wordtagdelete" OR "dicepromote"
           OR "wordlistrollback" OR "profanityadd" OR "profanitydelete" OR "apikeyissue"
           OR "inviteissue" OR "resetissue" OR "unlockplayer" OR "staffgrant" OR "staffrevoke"
           OR "membergrant" OR "memberextend" OR "memberrevoke"
           OR "tickets" OR "ticketassign" OR "ticketnote" OR "ticketreply" OR "ticketclose"
           OR "broadcastcreate" OR "broadcastcancel"
           OR "prizeadd" OR "prizeremove" OR "prizestatus"
           OR "sysset" OR "suspend" OR "moderatoradd" OR "moderatordelete" OR "kickplayer"
           OR "muteplayer" OR "unmuteplayer" OR "reportresolve" OR "challengeuphold"
           OR "challengereject" OR "chatsearch" OR "retireroom" OR "actionrequest"
           OR "actionapprove" OR "actionreject" OR "throttleallow" OR "throttleremove" OR "flagset"
           OR "tracestart" OR "tracestop" OR "traceview" OR "viewasopen"
           OR "mergepreview" OR "mergeplayer"
           OR "orgcreate" OR "orgadminadd" OR "orgadmindelete" OR "orgmemberadd" OR "orgmemberdelete"
           OR "orgroomset" OR "orgexclude" OR "orginclude" OR "orgview"
           OR "batchplan" OR "dicedrafts" OR "flaglist" OR "pendingactions" OR "members"
           OR "throttlelist" OR "wordtags"
           OR ( Func IS = "sessions" AND TargetPlayer IS NOT = SPACES )
           OR ( Func IS = "sessionrevoke" AND TargetPlayer IS NOT = SPACES )
           OR ( Func IS = "guardianset" AND SettingNameQ = "ageband" ) THEN
          CALL "secondfactorcheck" USING BY REFERENCE pgconn Player SessionId FactorFlag
          END-CALL
          IF SecondFactorDue THEN
             MOVE 17 TO StatusCode
             PERFORM DisplayStatusOnly
             PERFORM RecordMetrics
             call "PQfinish" using by value pgconn returning result end-call
             STOP RUN
          END-IF
       END-IF

      *> a guest account plays in public rooms and reads, nothing
      *> more: mail, room invites, reactions, votes, making rooms,
      *> entering Swiss events, brackets and leagues, and renaming
      *> (guestconvert is the way to a name) answer status 19.
       IF Func IS = "mailsend" OR "invite" OR "inviteaccept" OR "react" OR "votecast"
           OR "proposalvote" OR "newroom" OR "newroomfrom" OR "renameplayer" OR "titlebuy"
           OR "streakfreeze" OR "giftsend" OR "predict" OR "guardianname" OR "guardianaccept"
           OR "swissjoin" OR "bracketjoin" OR "leaguejoin" THEN
          CALL "guestcheck" USING BY REFERENCE pgconn Player GuestFlag
          END-CALL
          IF PlayerIsGuest THEN
             MOVE 19 TO StatusCode
             PERFORM DisplayStatusOnly
             PERFORM RecordMetrics
             call "PQfinish" using by value pgconn returning result end-call
             STOP RUN
          END-IF
       END-IF

      *> multi-room membership: an explicit room parameter on a
      *> room-scoped func refocuses the caller onto another room they
      *> already hold a RoomMembers seat in (switchroom parks the old
      *> chat seat and the tournament seat can both be held at once.
      *> Funcs where "room" means something else (joinroom's door,
      *> invites, chatsearch scoping) keep their own meaning.
       IF Room IS NOT = SPACES AND NOT ViewAsOn AND ( Func IS = "moretime" OR "newround" OR "removeword"
           OR "submitword" OR "wordwaiter" OR "allwords" OR "displayround" OR "leaderboard"
           OR "exportcsv" OR "hint" OR "history" OR "pauseround" OR "resumeround"
           OR "moderatoradd" OR "moderatordelete" OR "kickplayer" OR "muteplayer"
           OR "unmuteplayer" OR "wordaudit" OR "practicebest" OR "roomsettings"
           OR "roomset" OR "missedwords" OR "boardreport" OR "leaveroom"
           OR "challengeword" OR "challengeuphold" OR "challengereject" OR "challengelist"
           OR "classreport" OR "roomchat" OR "roomhours" OR "roomhoursset"
           OR "predict" OR "predictions" ) THEN
          CALL "switchroom" USING BY REFERENCE pgconn Player RoomId RoundId Room
          END-CALL
       END-IF
           OR "moderatoradd" OR "moderatordelete" OR "kickplayer" OR "muteplayer"
           OR "unmuteplayer" OR "wordaudit" OR "practicebest" OR "roomsettings" OR "roomset"
           OR "challengeword" OR "challengeuphold" OR "challengereject" OR "challengelist"
           OR "classreport" OR "invite" OR "handicapset" OR "extratimeset"
           OR "roomhours" OR "roomhoursset" ) THEN
          MOVE 5 TO StatusCode
          PERFORM DisplayStatusOnly
          PERFORM RecordMetrics
          STOP RUN
       END-IF

      *> opening hours: outside a room's weekly hours, or on one of
      *> its holidays, the door and the next round stay shut -- status
      *> 25 with the next opening. A round already running finishes;
      *> quickmatch simply passes closed rooms over.
       IF Func IS = "joinroom" OR "inviteaccept" OR "newround" THEN
          IF Func IS = "newround" THEN
             MOVE RoomId TO HoursRoomZ
             MOVE function trim(HoursRoomZ) TO HoursRoomKey
          ELSE
             MOVE Room TO HoursRoomKey
          END-IF
          CALL "roomhourscheck" USING BY REFERENCE pgconn HoursRoomKey HoursFlag HoursOpensAt
          END-CALL
          IF RoomHoursClosed THEN
             IF SessionToken IS = SPACES THEN
               IF OutFormat = "json" THEN
                 DISPLAY '{"status":25,"opensat":"' function trim(HoursOpensAt) '"}'
               ELSE
                 DISPLAY "<data><status>25</status><opensat>" function trim(HoursOpensAt) "</opensat></data>"
               END-IF
             ELSE
               IF OutFormat = "json" THEN
                 DISPLAY '{"status":25,"opensat":"' function trim(HoursOpensAt) '","token":"'
                     function trim(SessionToken) '"}'
               ELSE
                 DISPLAY "<data><status>25</status><opensat>" function trim(HoursOpensAt) "</opensat><token>"
                     function trim(SessionToken) "</token></data>"
               END-IF
             END-IF
             PERFORM RecordMetrics
             call "PQfinish" using by value pgconn returning result end-call
             STOP RUN
          END-IF
       END-IF

       *> CSV export writes its own Content-type and body, so it
       *> must exit before the generic <data>/{ XML/JSON wrapper below.
       IF Func IS = "exportcsv" THEN
          SET JsonHasField TO TRUE
       END-IF

      *> the client still works but is behind the recommended
      *> version; the notice says which one to move to.
       IF ClientOutdated THEN
          IF OutFormat = "json" THEN
             IF JsonHasField THEN DISPLAY "," END-IF
             DISPLAY '"clientwarning":"' function trim(ClientNotice) '"'
          ELSE
             DISPLAY "<clientwarning>", function trim(ClientNotice), "</clientwarning>"
          END-IF
          SET JsonHasField TO TRUE
       END-IF

      *> unread-mail badge, shown next to the session token on
      *> every response so a client can point at the mailbox without
      *> polling the whole inbox.
      *> runs, JsonHasField may already be TRUE (e.g. from the session
      *> token above), and the existing flag-set at the bottom of this
      *> paragraph runs too late to put a comma before their output.
      *> the declared read-only funcs run on the replica; everything
      *> before and after the dispatch (session, metrics) stays on the
      *> primary.
       IF ReadOnlyFunc THEN
         PERFORM UseReplica
       END-IF

       EVALUATE Func
         WHEN "moretime" PERFORM MoreTime
         WHEN "newround" PERFORM NewRound
         WHEN "allwords" PERFORM AllWords
         WHEN "wordlistadd" PERFORM WordListAdd
         WHEN "wordlistdelete" PERFORM WordListDelete
         WHEN "wordlistrollback"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM WordListRollback
           SET JsonHasField TO TRUE
         WHEN "dictversions"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM DictVersions
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM WordListShow
           SET JsonHasField TO TRUE
         WHEN "wordtagadd" PERFORM WordTagAdd
         WHEN "wordtagdelete" PERFORM WordTagDelete
         WHEN "wordtags"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM WordTags
           SET JsonHasField TO TRUE
         WHEN "dicepromote" PERFORM DicePromote
         WHEN "dicedrafts"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM DiceDrafts
           SET JsonHasField TO TRUE
         WHEN "missedwords"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM MissedWords
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM BracketView
           SET JsonHasField TO TRUE
         WHEN "swisscreate"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM SwissCreate
           SET JsonHasField TO TRUE
         WHEN "swissjoin" PERFORM SwissJoin
         WHEN "swissstart" PERFORM SwissStart
         WHEN "swissview"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM SwissView
           SET JsonHasField TO TRUE
         WHEN "clubcreate"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM ClubCreate
         WHEN "reportplayer" PERFORM ReportPlayer
         WHEN "suspend" PERFORM SuspendPlayer
         WHEN "react" PERFORM React
         WHEN "retireroom"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM RetireRoom
           SET JsonHasField TO TRUE
         WHEN "staffgrant" PERFORM StaffGrant
         WHEN "sysset" PERFORM SysSet
         WHEN "annulround"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM AnnulRound
           SET JsonHasField TO TRUE
         WHEN "actionrequest"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM ActionRequest
           SET JsonHasField TO TRUE
         WHEN "actionapprove"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM ActionApprove
           SET JsonHasField TO TRUE
         WHEN "actionreject"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM ActionReject
           SET JsonHasField TO TRUE
         WHEN "pendingactions"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM PendingActions
           SET JsonHasField TO TRUE
         WHEN "voteopen" PERFORM VoteOpen
         WHEN "chatdelete" PERFORM ChatDelete
         WHEN "leaguecreate"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Shop
           SET JsonHasField TO TRUE
         WHEN "gifts"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Gifts
           SET JsonHasField TO TRUE
         WHEN "giftsend"
           PERFORM GiftSend
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Gifts
           SET JsonHasField TO TRUE
         WHEN "referrals"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Referrals
           SET JsonHasField TO TRUE
         WHEN "predictions"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Predictions
           SET JsonHasField TO TRUE
         WHEN "members"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Members
           SET JsonHasField TO TRUE
         WHEN "tickets"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Tickets
           SET JsonHasField TO TRUE
         WHEN "ticketfile"
           PERFORM TicketFile
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Tickets
           SET JsonHasField TO TRUE
         WHEN "ticketassign"
           PERFORM TicketAssign
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Tickets
           SET JsonHasField TO TRUE
         WHEN "ticketnote"
           PERFORM TicketNote
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Tickets
           SET JsonHasField TO TRUE
         WHEN "ticketreply"
           PERFORM TicketReply
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Tickets
           SET JsonHasField TO TRUE
         WHEN "ticketclose"
           PERFORM TicketClose
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Tickets
           SET JsonHasField TO TRUE
         WHEN "broadcasts"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Broadcasts
           SET JsonHasField TO TRUE
         WHEN "broadcastcreate"
           PERFORM BroadcastCreate
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Broadcasts
           SET JsonHasField TO TRUE
         WHEN "broadcastcancel"
           PERFORM BroadcastCancel
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Broadcasts
           SET JsonHasField TO TRUE
         WHEN "broadcastdismiss"
           PERFORM BroadcastDismiss
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Broadcasts
           SET JsonHasField TO TRUE
         WHEN "prizes"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Prizes
           SET JsonHasField TO TRUE
         WHEN "prizeadd"
           PERFORM PrizeAdd
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Prizes
           SET JsonHasField TO TRUE
         WHEN "prizeremove"
           PERFORM PrizeRemove
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Prizes
           SET JsonHasField TO TRUE
         WHEN "prizestatus"
           PERFORM PrizeStatus
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Prizes
           SET JsonHasField TO TRUE
         WHEN "membergrant"
           PERFORM MemberGrant
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Members
           SET JsonHasField TO TRUE
         WHEN "memberextend"
           PERFORM MemberExtend
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Members
           SET JsonHasField TO TRUE
         WHEN "memberrevoke"
           PERFORM MemberRevoke
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Members
           SET JsonHasField TO TRUE
         WHEN "predict"
           PERFORM Predict
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Predictions
           SET JsonHasField TO TRUE
         WHEN "streakfreeze"
           PERFORM StreakFreeze
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Shop
           SET JsonHasField TO TRUE
         WHEN "titleset"
           PERFORM TitleSet
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM RoomSettings
           SET JsonHasField TO TRUE
         WHEN "roomset" PERFORM RoomSet
         WHEN "roomhoursset" PERFORM RoomHoursSet
         WHEN "roomhours"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM RoomHoursView
           SET JsonHasField TO TRUE
         WHEN "mailsend" PERFORM MailSend
         WHEN "mailinbox"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
         WHEN "inviteaccept" PERFORM InviteAccept
         WHEN "invitedecline" PERFORM InviteDecline
         WHEN "handicapset" PERFORM HandicapSet
         WHEN "extratimeset" PERFORM ExtraTimeSet
         WHEN "packlist"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM PackList
           SET JsonHasField TO TRUE
         WHEN "puzzlestart" PERFORM PuzzleStart
         WHEN "ghoststart" PERFORM GhostStart
         WHEN "drillstart" PERFORM DrillStart
         WHEN "studyadd" PERFORM StudyAdd
         WHEN "studydelete" PERFORM StudyDelete
         WHEN "studylist"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM StudyList
           SET JsonHasField TO TRUE
         WHEN "puzzlecheck"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM PuzzleCheck
           PERFORM RoomSearch
           SET JsonHasField TO TRUE
         WHEN "settimezone" PERFORM SetTimezone
         WHEN "emailset" PERFORM EmailSet
         WHEN "notifyset" PERFORM NotifySet
         WHEN "notifyprefs"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM NotifyPrefs
           SET JsonHasField TO TRUE
         WHEN "emailverify"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM EmailVerify
           SET JsonHasField TO TRUE
         WHEN "twofactorenrol"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM TwoFactorEnrol
           SET JsonHasField TO TRUE
         WHEN "twofactorconfirm"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM TwoFactorConfirm
           SET JsonHasField TO TRUE
         WHEN "twofactorverify"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM TwoFactorVerify
           SET JsonHasField TO TRUE
         WHEN "sessions"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM Sessions
           SET JsonHasField TO TRUE
         WHEN "sessionrevoke"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM SessionRevoke
           SET JsonHasField TO TRUE
         WHEN "guestplay"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM GuestPlay
           SET JsonHasField TO TRUE
         WHEN "guestconvert"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM GuestConvert
           SET JsonHasField TO TRUE
         WHEN "throttleallow" PERFORM ThrottleAllow
         WHEN "throttleremove" PERFORM ThrottleRemove
         WHEN "throttlelist"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM ThrottleList
           SET JsonHasField TO TRUE
         WHEN "guardianname" PERFORM GuardianName
         WHEN "guardianaccept" PERFORM GuardianAccept
         WHEN "guardianrelease" PERFORM GuardianRelease
         WHEN "guardianset" PERFORM GuardianSet
         WHEN "guardianapprove" PERFORM GuardianApprove
         WHEN "guardianreject" PERFORM GuardianReject
         WHEN "guardianview"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM GuardianView
           SET JsonHasField TO TRUE
         WHEN "consentaccept" PERFORM ConsentAccept
         WHEN "flagset" PERFORM FlagSet
         WHEN "flaglist"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM FlagList
           SET JsonHasField TO TRUE
         WHEN "batchplan"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM BatchPlan
           SET JsonHasField TO TRUE
         WHEN "tracestart" PERFORM TraceStart
         WHEN "tracestop" PERFORM TraceStop
         WHEN "traceview"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM TraceView
           SET JsonHasField TO TRUE
         WHEN "termsshow"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM TermsShow
           SET JsonHasField TO TRUE
         WHEN "challengeword" PERFORM ChallengeWord
         WHEN "challengeuphold" PERFORM ChallengeUphold
         WHEN "challengereject" PERFORM ChallengeReject
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM FriendList
           SET JsonHasField TO TRUE
         WHEN "roomchat"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM RoomChat
           SET JsonHasField TO TRUE
         WHEN "viewasopen"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM ViewAsOpen
           SET JsonHasField TO TRUE
         WHEN "mergepreview"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM MergePreview
           SET JsonHasField TO TRUE
         WHEN "mergeplayer"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM MergePlayer
           SET JsonHasField TO TRUE
         WHEN "orgcreate"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM OrgCreate
           SET JsonHasField TO TRUE
         WHEN "orgadminadd" PERFORM OrgAdminAdd
         WHEN "orgadmindelete" PERFORM OrgAdminDelete
         WHEN "orgmemberadd" PERFORM OrgMemberAdd
         WHEN "orgmemberdelete" PERFORM OrgMemberDelete
         WHEN "orgroomset"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM OrgRoomSet
           SET JsonHasField TO TRUE
         WHEN "orgexclude" PERFORM OrgExclude
         WHEN "orginclude" PERFORM OrgInclude
         WHEN "orgview"
           IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
           PERFORM OrgView
           SET JsonHasField TO TRUE
       END-EVALUATE

       IF OnReplica THEN
         PERFORM UsePrimary
       END-IF

      *> a critical write failed and was recorded in ErrorLog --
      *> answer with its own status code instead of pretending the
      *> write happened and displaying state that doesn't include it.
         SET JsonHasField TO TRUE
       END-IF

        IF ( Func IS = "joinroom" OR "newroom" OR "registerp" OR "quickmatch" OR "shareredeem" OR "inviteaccept" OR "puzzlestart" OR "ghoststart" OR "drillstart" OR "newroomfrom" OR "leagueplay" )
             AND RoomId IS NOT = HIGH-VALUES AND RoomId IS NOT = LOW-VALUES THEN
           CALL "enterroom" using
             by reference pgconn
          END-IF
       ELSE
        *> Call notify if we have done something that affects other players view.
           IF Func IS = "joinroom" OR "newroom" OR "registerp" OR "quickmatch" OR "shareredeem" OR "inviteaccept" OR "puzzlestart" OR "ghoststart" OR "drillstart" OR "newroomfrom" OR "leagueplay" OR "removeword" OR "submitword" OR "leaveroom" OR "moretime" OR "newround" OR "pauseround" OR "resumeround" OR "kickplayer" THEN
             CALL "notify" USING BY REFERENCE pgconn Player RoomId RoundId
           END-IF

           IF Func IS = "joinroom" OR "newroom" OR "registerp" OR "quickmatch" OR "shareredeem" OR "inviteaccept" OR "puzzlestart" OR "ghoststart" OR "drillstart" OR "newroomfrom" OR "leagueplay" OR "resume" THEN
                IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
                CALL "displayroom" USING
                  BY REFERENCE pgconn
                SET JsonHasField TO TRUE
           END-IF

           IF Func IS = "joinroom" OR "newroom" OR "registerp" OR "quickmatch" OR "shareredeem" OR "inviteaccept" OR "puzzlestart" OR "ghoststart" OR "drillstart" OR "newroomfrom" OR "leagueplay" OR "newround" OR "wordwaiter" OR "displayround" OR "pauseround" OR "resumeround" OR "resume" THEN
                IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
               CALL "displayround" USING
                 BY REFERENCE pgconn
            END-IF
          *> Call displaywords if we have done something that affects our own word list or we have
          *> just entered a room.
           IF Func IS = "joinroom" OR "submitword" OR "newround" OR "removeword" OR "getwords" OR "newroom" OR "registerp" OR "quickmatch" OR "shareredeem" OR "inviteaccept" OR "puzzlestart" OR "ghoststart" OR "drillstart" OR "newroomfrom" OR "leagueplay" OR "moretime" OR "resume" OR ( Func IS = "wordwaiter" AND NewWordsReceived ) THEN
                   IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
                   CALL "displaywords" USING
                    By Reference pgconn
                SET JsonHasField TO TRUE
            END-IF

           *> running operator broadcasts for this room ride every
           *> wordwaiter response until dismissed.
            IF Func IS = "wordwaiter" THEN
                IF OutFormat = "json" AND JsonHasField THEN DISPLAY "," END-IF
                CALL "displaybroadcasts" USING
                  By Reference pgconn
                  By Content Player
                  By Content RoomId
                  By Content "r"
                  By Content OutFormat
                END-CALL
                SET JsonHasField TO TRUE
            END-IF

           *> the backpressure contract: clients must wait this many
           *> seconds before their next wordwaiter call (0 = come
           *> straight back, the historical behaviour).
           
           IF pid < 0 THEN
             DISPLAY "<status>Forking failure</status>"
             PERFORM TraceFinish
             STOP RUN
           END-IF
           
           
           IF pid < 0 THEN
             DISPLAY "<status>Forking failure</status>"
             PERFORM TraceFinish
             STOP RUN
           END-IF
           
          BY REFERENCE pgconn
          BY CONTENT Player
          BY CONTENT OutFormat
        END-CALL
        IF OutFormat = "json" THEN DISPLAY "," END-IF
        CALL "displaybroadcasts" USING
          BY REFERENCE pgconn
          BY CONTENT Player
          BY CONTENT RoomId
          BY CONTENT "l"
          BY CONTENT OutFormat
        END-CALL.

        LeaveRoom.
       *> effective-dated dictionary: roll the word list back to a
       *> prior version (admin-only, a new version of its own) and
       *> browse the who-changed-what history behind the versions.
       *> The rollback waits for a second Admin's actionapprove.
        WordListRollback.
        CALL "actionrequest" USING BY REFERENCE pgconn Player RoomId RoundId
          BY CONTENT "wordlistrollback"
          BY REFERENCE TargetPlayer HistoryRound VersionQ ActionParamB NoteB ActionMode
          BY CONTENT OutFormat.

        DictVersions.
        CALL "displaydictversions" USING BY REFERENCE pgconn Player
        CALL "wordlistshow" USING BY REFERENCE pgconn Player RoomId RoundId Language
          BY CONTENT OutFormat.

       *> themed-round category tags: tag or untag a word (category =
       *> the tag, word + language as for wordlistadd), and the wordtags
       *> maintenance view -- the categories, or one category's words.
        WordTagAdd.
        CALL "wordtagadd" USING BY REFERENCE pgconn Player RoomId RoundId Word Language CategoryQ.

        WordTagDelete.
        CALL "wordtagdelete" USING BY REFERENCE pgconn Player RoomId RoundId Word Language CategoryQ.

        WordTags.
        CALL "displaywordtags" USING BY REFERENCE pgconn Player RoomId RoundId Language CategoryQ
          BY CONTENT OutFormat.

       *> dice sets drafted by the dicegen batch: the dicedrafts review
       *> screen, and dicepromote (setting = the draft, value = the set
       *> name) to publish one into DiceSets.
        DicePromote.
        CALL "dicepromote" USING BY REFERENCE pgconn Player RoomId RoundId SettingNameQ SettingValueQ.

        DiceDrafts.
        CALL "displaydicedrafts" USING BY REFERENCE pgconn Player RoomId
          BY CONTENT OutFormat.

        MissedWords.
        CALL "displaymissed" USING BY REFERENCE pgconn Player RoomId RoundId
          BY CONTENT OutFormat.
       *> room's round.
        BracketCreate.
        CALL "bracketcreate" USING BY REFERENCE pgconn Player RoomId RoundId RoomName
          BY CONTENT OutFormat SettingValueQ.

        BracketJoin.
        CALL "bracketjoin" USING BY REFERENCE pgconn Player RoomId RoundId BracketNum.
        CALL "displaybracket" USING BY REFERENCE pgconn BracketNum
          BY CONTENT OutFormat.

       *> Swiss-system events: open one for signups (swisscreate, the
       *> new id shown once; value=N fixes the round count), sign up
       *> (swissjoin), lock the field and pair round one (swissstart,
       *> organizer or Admin), and watch the table and pairings
       *> (swissview). Later rounds are paired, and the final table
       *> rated, automatically via swissadvance when roundenddaemon
       *> settles each pairing room's round.
        SwissCreate.
        CALL "swisscreate" USING BY REFERENCE pgconn Player RoomId RoundId RoomName
          BY CONTENT OutFormat SettingValueQ.

        SwissJoin.
        CALL "swissjoin" USING BY REFERENCE pgconn Player RoomId RoundId SwissNum.

        SwissStart.
        CALL "swissstart" USING BY REFERENCE pgconn Player RoomId RoundId SwissNum.

        SwissView.
        CALL "displayswiss" USING BY REFERENCE pgconn SwissNum
          BY CONTENT OutFormat.

       *> persistent clubs: found one (clubcreate, the new id shown
       *> once), ask to join (clubjoin), captain rules on requests
       *> (clubapprove/clubdecline via clubrule), walk out (clubleave),
        TitleSet.
        CALL "titleset" USING BY REFERENCE pgconn Player RoomId RoundId TitleQ.

       *> a streak freeze is bought from the same shop: coins for one
       *> covered missed day of the daily play streak.
        StreakFreeze.
        CALL "streakfreeze" USING BY REFERENCE pgconn Player RoomId RoundId.

       *> gifts between players: coins (value=) or a shop title
       *> (title=) for target=, with a note= -- and the ledger of
       *> gifts sent and received, shown back after a send.
        GiftSend.
        CALL "giftsend" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer TitleQ
          SettingValueQ NoteB.

        Gifts.
        CALL "displaygifts" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> the caller's referral code (made on first look) and the
       *> players they brought in, with how far each is from paying.
        Referrals.
        CALL "displayreferrals" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> a spectator's pick of the round winner (target=, with the
       *> stake as value=) during the countdown, and the picks on the
       *> room's latest round with the caller's own record.
        Predict.
        CALL "predict" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer
          SettingValueQ.

        Predictions.
        CALL "displaypredictions" USING BY REFERENCE pgconn Player RoomId
          BY CONTENT OutFormat.

       *> the rotating missions screen next to achievements --
       *> today's live missions with the caller's progress.
        Missions.
        ReportResolve.
        CALL "reportresolve" USING BY REFERENCE pgconn Player RoomId RoundId ReportNum NoteB.

       *> support tickets: file one (category=, the description on
       *> note=), and the queue -- the caller's own tickets, or for
       *> support staff everything open (ticket= narrows to one) --
       *> worked by assign (target= or self), internal note, reply
       *> and close; a player's ticketnote is their follow-up.
        Tickets.
        CALL "displaytickets" USING BY REFERENCE pgconn Player TicketNum
          BY CONTENT OutFormat.

        TicketFile.
        CALL "ticketfile" USING BY REFERENCE pgconn Player RoomId RoundId CategoryQ NoteB.

        TicketAssign.
        CALL "ticketupdate" USING BY REFERENCE pgconn Player RoomId RoundId TicketNum TargetPlayer
          NoteB
          BY CONTENT "a".

        TicketNote.
        CALL "ticketupdate" USING BY REFERENCE pgconn Player RoomId RoundId TicketNum TargetPlayer
          NoteB
          BY CONTENT "n".

        TicketReply.
        CALL "ticketupdate" USING BY REFERENCE pgconn Player RoomId RoundId TicketNum TargetPlayer
          NoteB
          BY CONTENT "r".

        TicketClose.
        CALL "ticketupdate" USING BY REFERENCE pgconn Player RoomId RoundId TicketNum TargetPlayer
          NoteB
          BY CONTENT "c".

       *> operator broadcasts: an Admin schedules one (title= the
       *> Translations key, category= the target, value= its language
       *> or organisation code, starts=/ends= the window) or cancels
       *> one (broadcast=); anyone may dismiss one they've seen. The
       *> broadcasts func is the Admin's schedule, or for anyone else
       *> what their room or the lobby is showing them.
        Broadcasts.
        CALL "displaybroadcasts" USING BY REFERENCE pgconn Player RoomId
          BY CONTENT "a" BY CONTENT OutFormat.

        BroadcastCreate.
        CALL "broadcastset" USING BY REFERENCE pgconn Player RoomId RoundId BroadcastNum TitleQ
          CategoryQ SettingValueQ StartsQ EndsQ
          BY CONTENT "c".

        BroadcastCancel.
        CALL "broadcastset" USING BY REFERENCE pgconn Player RoomId RoundId BroadcastNum TitleQ
          CategoryQ SettingValueQ StartsQ EndsQ
          BY CONTENT "x".

        BroadcastDismiss.
        CALL "broadcastset" USING BY REFERENCE pgconn Player RoomId RoundId BroadcastNum TitleQ
          CategoryQ SettingValueQ StartsQ EndsQ
          BY CONTENT "d".

       *> event prizes: kind= bracket|heat|league|season with the
       *> event's own parameter (bracket=, heat=, league=, season=).
       *> prizeadd takes place=, category= coins|title|physical,
       *> value= the coins or the title code, note= the physical
       *> prize, and division= for one season division; prizeremove
       *> takes prize=; prizestatus (Admin) takes award= and
       *> category= pending|shipped|delivered. The prizes func shows
       *> the event's prizes, or without kind= the caller's awards.
        Prizes.
        CALL "displayprizes" USING BY REFERENCE pgconn Player TermsKindQ BracketNum HeatNum
          LeagueNum SeasonNum OutFormat.

        PrizeAdd.
        CALL "prizeset" USING BY REFERENCE pgconn Player RoomId RoundId TermsKindQ BracketNum HeatNum
          LeagueNum SeasonNum PlaceNum DivisionNum CategoryQ SettingValueQ NoteB PrizeNum
          BY CONTENT "c".

        PrizeRemove.
        CALL "prizeset" USING BY REFERENCE pgconn Player RoomId RoundId TermsKindQ BracketNum HeatNum
          LeagueNum SeasonNum PlaceNum DivisionNum CategoryQ SettingValueQ NoteB PrizeNum
          BY CONTENT "x".

        PrizeStatus.
        CALL "prizeset" USING BY REFERENCE pgconn Player RoomId RoundId TermsKindQ BracketNum HeatNum
          LeagueNum SeasonNum PlaceNum DivisionNum CategoryQ SettingValueQ NoteB AwardNum
          BY CONTENT "s".

       *> timed suspension: category carries "mute" or "ban", value
       *> the length in seconds, note the reason relayed to the
       *> target -- self-clearing by the clock, unlike Muted.
          BY CONTENT OutFormat.

       *> owner-initiated retirement of the caller's current room:
       *> farewell line, clean unseat, archive, Retired flag. An
       *> Admin retiring a room they don't own files it for a second
       *> Admin's approval instead.
        RetireRoom.
        CALL "actionrequest" USING BY REFERENCE pgconn Player RoomId RoundId
          BY CONTENT "retireroom      "
          BY REFERENCE TargetPlayer HistoryRound VersionQ ActionParamB NoteB ActionMode
          BY CONTENT OutFormat
        END-CALL
        IF ActionMode = "direct" THEN
          CALL "retireroom" USING BY REFERENCE pgconn Player RoomId RoundId
          END-CALL
        END-IF.

       *> tiered staff roles: grant or revoke one capability
       *> (category carries resets/wordlist/profanity/lockouts/purges)
          CategoryQ
          BY CONTENT "r".

       *> club memberships: the membership list (everyone for Admins,
       *> the caller's own otherwise), and the Admin screen's grant
       *> (title= the tier, value= days), extend (value= more days,
       *> title= optionally a new tier) and revoke for target=.
        Members.
        CALL "displaymembers" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

        MemberGrant.
        CALL "membergrant" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer
          TitleQ SettingValueQ
          BY CONTENT "g".

        MemberExtend.
        CALL "membergrant" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer
          TitleQ SettingValueQ
          BY CONTENT "x".

        MemberRevoke.
        CALL "membergrant" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer
          TitleQ SettingValueQ
          BY CONTENT "r".

       *> the global settings panel over the Status table: list every
       *> recognized knob with value/default/meaning (syssettings),
       *> change one validated setting at a time (sysset).

       *> strike a ruined round from the record (historyround picks
       *> it, the note carries the reason) -- scores, stats and the
       *> rating movement all come back out, once a second Admin has
       *> approved it.
        AnnulRound.
        CALL "actionrequest" USING BY REFERENCE pgconn Player RoomId RoundId
          BY CONTENT "annulround      "
          BY REFERENCE TargetPlayer HistoryRound VersionQ ActionParamB NoteB ActionMode
          BY CONTENT OutFormat.

       *> four-eyes approval: the destructive admin actions above file
       *> a PendingActions row; the batch-only ones (category =
       *> seasonclose / fullrestore, actionparam = season name / backup
       *> prefix) are filed with actionrequest. A second Admin approves
       *> (actionapprove, actionid =) -- which runs an in-game action
       *> there and then -- or any Admin rejects (actionreject);
       *> pendingactions lists what is waiting and what expired.
        ActionRequest.
        MOVE SPACES TO ActionKindQ
        IF CategoryQ = "seasonclose" OR CategoryQ = "fullrestore" THEN
          MOVE CategoryQ TO ActionKindQ
        END-IF
        CALL "actionrequest" USING BY REFERENCE pgconn Player RoomId RoundId ActionKindQ
          TargetPlayer HistoryRound VersionQ ActionParamB NoteB ActionMode
          BY CONTENT OutFormat.

        ActionApprove.
        CALL "actiondecide" USING BY REFERENCE pgconn Player ActionNum
          BY CONTENT "a"
          BY REFERENCE NoteB
          BY CONTENT OutFormat.

        ActionReject.
        CALL "actiondecide" USING BY REFERENCE pgconn Player ActionNum
          BY CONTENT "r"
          BY REFERENCE NoteB
          BY CONTENT OutFormat.

        PendingActions.
        CALL "displaypendingactions" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> in-room votes for the rooms with no moderators on purpose:
       *> open one (category = skip/moretime/kick, target for a
        RoomSet.
        CALL "roomset" USING BY REFERENCE pgconn Player RoomId SettingNameQ SettingValueQ.

       *> weekly opening hours and holidays (roomhoursset, setting =
       *> weekday 1-7 / holiday / holidaydelete / clear), and the
       *> roomhours view; the hours themselves gate joinroom,
       *> inviteaccept and newround above.
        RoomHoursSet.
        CALL "roomhoursset" USING BY REFERENCE pgconn Player RoomId RoundId SettingNameQ SettingValueQ.

        RoomHoursView.
        CALL "displayroomhours" USING BY REFERENCE pgconn Player RoomId
          BY CONTENT OutFormat.

       *> in-game mail: leave a message for a possibly offline
       *> player (mailsend), list my mailbox (mailinbox), or mark one
       *> mail read and show it (mailread -- same display program, the
        HandicapSet.
        CALL "handicapset" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer SettingValueQ.

       *> per-player extended time allowance (seconds) for pupils
       *> entitled to extra time, set by the same circle as handicaps;
       *> honoured by roundstatus, submitword and displayround.
        ExtraTimeSet.
        CALL "extratimeset" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer SettingValueQ.

       *> authored puzzle packs: packlist shows packs with the
       *> caller's solved progress; puzzlestart serves a stored board
       *> through a private room and the normal round path (seated via
        GhostStart.
        CALL "ghoststart" USING BY REFERENCE pgconn Player RoomId RoundId HistoryRound TargetPlayer.

       *> the study list: save a word from a finished round's solutions
       *> (historyround for one picked in the history viewer, else the
       *> round just played), drop one, list them, and drillstart -- a
       *> fresh private room on the past board carrying the most due
       *> words, scored against the review schedule by displaywords.
        StudyAdd.
        CALL "studyadd" USING BY REFERENCE pgconn Player RoomId RoundId Word HistoryRound.

        StudyDelete.
        CALL "studydelete" USING BY REFERENCE pgconn Player RoomId RoundId Word.

        StudyList.
        CALL "displaystudylist" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

        DrillStart.
        CALL "drillstart" USING BY REFERENCE pgconn Player RoomId RoundId.

        PuzzleCheck.
        CALL "puzzlecheck" USING BY REFERENCE pgconn Player RoundId
          BY CONTENT OutFormat.
        SetTimezone.
        CALL "settimezone" USING BY REFERENCE pgconn Player TzB.

       *> email address on file: emailset mails a confirmation code
       *> to the new address, emailverify with that code makes it the
       *> player's verified address. Only verified addresses receive
       *> reset codes, invitations, mail nudges and digests.
        EmailSet.
        CALL "emailset" USING BY REFERENCE pgconn Player EmailB.

        EmailVerify.
        CALL "emailverify" USING BY REFERENCE pgconn Player EmailCodeQ
          BY CONTENT OutFormat.

       *> notification preferences: per event type, which channel
       *> (webhook, email, none) -- setting=<event> value=<channel> --
       *> and quiet hours in the player's timezone (setting=quietstart
       *> / quietend, value=0..23 or off). notifyprefs shows them.
        NotifySet.
        CALL "notifyset" USING BY REFERENCE pgconn Player SettingNameQ SettingValueQ.

        NotifyPrefs.
        CALL "notifyprefs" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> staff second factor: twofactorenrol shows a new TOTP secret
       *> for the authenticator app, twofactorconfirm with its first
       *> code (otp=) switches it on and shows the recovery codes once,
       *> twofactorverify with a current code or a recovery code
       *> satisfies the session for the staff-only funcs.
        TwoFactorEnrol.
        CALL "twofactorenrol" USING BY REFERENCE pgconn Player ClientAddr SessionId
          BY CONTENT OutFormat.

        TwoFactorConfirm.
        CALL "twofactorconfirm" USING BY REFERENCE pgconn Player ClientAddr SessionId OtpQ
          BY CONTENT OutFormat.

        TwoFactorVerify.
        CALL "twofactorverify" USING BY REFERENCE pgconn Player ClientAddr SessionId OtpQ
          BY CONTENT OutFormat.

       *> signed-in devices: sessions lists the caller's (target= for
       *> an Admin), sessionrevoke with session=<id> or session=all
       *> throws them out -- an Admin's target= revocation on someone
       *> else's account is staff-only, behind the second factor.
        Sessions.
        CALL "displaysessions" USING BY REFERENCE pgconn Player TargetPlayer SessionToken
          BY CONTENT OutFormat.

        SessionRevoke.
        CALL "sessionrevoke" USING BY REFERENCE pgconn Player TargetPlayer SessionQ SessionToken
          BY CONTENT OutFormat.

       *> guest play: guestplay reports the generated name the
       *> guest signs in with (beside the session token), guestconvert
       *> turns the guest into a full account under newname with
       *> newpasscode, keeping everything it played.
        GuestPlay.
        IF OutFormat = "json" THEN
          DISPLAY '"guestname":"' function trim(Player) '"'
        ELSE
          DISPLAY "<guestname>", function trim(Player), "</guestname>"
        END-IF.

        GuestConvert.
        CALL "guestconvert" USING BY REFERENCE pgconn Player NewNameQ NewPassQ InviteCodeQ ReferralQ
          BY CONTENT OutFormat.

       *> throttle allowlist for event venues: throttleallow raises
       *> an address's budgets (setting value = factor, hours= how
       *> long, note= why), throttleremove drops it, throttlelist
       *> shows what is allowed and how busy each address is right
       *> now. Admin-only inside, behind the second factor.
        ThrottleAllow.
        CALL "throttleallow" USING BY REFERENCE pgconn Player RoomId RoundId AddressB
          SettingValueQ HoursQ NoteB
          BY CONTENT "a".

        ThrottleRemove.
        CALL "throttleallow" USING BY REFERENCE pgconn Player RoomId RoundId AddressB
          SettingValueQ HoursQ NoteB
          BY CONTENT "r".

        ThrottleList.
        CALL "displaythrottle" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> minor accounts: a minor names a guardian (guardianname), who
       *> confirms (guardianaccept) or lets go (guardianrelease); the
       *> guardian then sets the child's contact switches (guardianset),
       *> rules on friendships waiting for them (guardianapprove /
       *> guardianreject) and reads the child's activity
       *> (guardianview).
        GuardianName.
        CALL "guardianlink" USING BY REFERENCE pgconn Player GuardianQ ChildQ
          BY CONTENT "n".

        GuardianAccept.
        CALL "guardianlink" USING BY REFERENCE pgconn Player GuardianQ ChildQ
          BY CONTENT "a".

        GuardianRelease.
        CALL "guardianlink" USING BY REFERENCE pgconn Player GuardianQ ChildQ
          BY CONTENT "d".

        GuardianSet.
        CALL "guardianset" USING BY REFERENCE pgconn Player ChildQ SettingNameQ SettingValueQ.

        GuardianApprove.
        CALL "guardianrule" USING BY REFERENCE pgconn Player ChildQ TargetPlayer
          BY CONTENT "a".

        GuardianReject.
        CALL "guardianrule" USING BY REFERENCE pgconn Player ChildQ TargetPlayer
          BY CONTENT "r".

        GuardianView.
        CALL "displayguardian" USING BY REFERENCE pgconn Player ChildQ
          BY CONTENT OutFormat.

       *> terms and privacy consent: the current texts and whether
       *> they are accepted (termsshow), and the acceptance itself
       *> (consentaccept, kind + version) that lifts status 20.
        ConsentAccept.
        CALL "consentaccept" USING BY REFERENCE pgconn Player TermsKindQ VersionQ ClientAddr.

        TermsShow.
        CALL "displayterms" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> feature flags: flagset (flag, setting = on / off / percent /
       *> addroom / droproom / addplayer / dropplayer / delete, value)
       *> and the flaglist screen.
        FlagSet.
        MOVE FlagIn TO FlagQ
        CALL "flagset" USING BY REFERENCE pgconn Player RoomId RoundId FlagQ SettingNameQ SettingValueQ.

        FlagList.
        CALL "displayflags" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> the batch schedule beside its slot outcomes and the
       *> BatchRuns ledger (Admin-only; batchscheduler runs the plan).
        BatchPlan.
        CALL "displaybatchplan" USING BY REFERENCE pgconn Player
          BY CONTENT OutFormat.

       *> player traces for support: tracestart (target, hours= how
       *> long, note= why) captures that player's requests and
       *> responses, tracestop ends it early (both Admin-only);
       *> traceview (target, page, pagesize) reads what was captured.
        TraceStart.
        CALL "traceset" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer
          HoursQ NoteB
          BY CONTENT "s".

        TraceStop.
        CALL "traceset" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer
          HoursQ NoteB
          BY CONTENT "e".

        TraceView.
        CALL "displaytrace" USING BY REFERENCE pgconn Player TargetPlayer
          BY CONTENT OutFormat PageNum PageSize.

       *> word challenge flow: a player disputes an opponent's
       *> accepted word (challengeword), a RoomModerator or Admin rules
       *> (challengeuphold disables the Words row, challengereject lets
       *> admin-only "delete my account" purge: anonymizes the
       *> target's historical rows behind an irreversible placeholder
       *> and deletes the account and personal tables outright. The
       *> purgeverify batch job proves completion afterwards. Filed
       *> for a second Admin's approval; actionapprove runs it.
        PurgePlayer.
        CALL "actionrequest" USING BY REFERENCE pgconn Player RoomId RoundId
          BY CONTENT "purgeplayer     "
          BY REFERENCE TargetPlayer HistoryRound VersionQ ActionParamB NoteB ActionMode
          BY CONTENT OutFormat.

       *> moderation review: search live and archived chat by player,
        FriendList.
        CALL "displayfriends" USING BY REFERENCE pgconn BY CONTENT Player OutFormat.

        RoomChat.
        CALL "displayroomchat" USING BY REFERENCE pgconn Player RoomId BY CONTENT OutFormat.

        ViewAsOpen.
        CALL "viewasopen" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer NoteB
          BY CONTENT OutFormat.

       *> folding one account into another (target= goes, into=
       *> stays): mergepreview rehearses it and reports what would
       *> move; mergeplayer, which needs a fresh preview of the pair,
       *> is filed for a second Admin's approval like purgeplayer.
        MergePreview.
        CALL "mergeplayer" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer MergeIntoQ
          BY CONTENT "p" OutFormat.

        MergePlayer.
        MOVE MergeIntoQ TO ActionParamB
        CALL "actionrequest" USING BY REFERENCE pgconn Player RoomId RoundId
          BY CONTENT "mergeplayer     "
          BY REFERENCE TargetPlayer HistoryRound VersionQ ActionParamB NoteB ActionMode
          BY CONTENT OutFormat.

       *> organisations as tenants: a global Admin creates one (org=
       *> code, note= name) and names its admins; they keep its member
       *> roster, move their rooms into its private directory, keep
       *> its dictionary exclusions and read its report (orgview).
        OrgCreate.
        CALL "orgcreate" USING BY REFERENCE pgconn Player RoomId RoundId OrgQ NoteB
          BY CONTENT OutFormat.

        OrgAdminAdd.
        CALL "orgmember" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer OrgQ
          BY CONTENT "a" "g".

        OrgAdminDelete.
        CALL "orgmember" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer OrgQ
          BY CONTENT "a" "r".

        OrgMemberAdd.
        CALL "orgmember" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer OrgQ
          BY CONTENT "m" "g".

        OrgMemberDelete.
        CALL "orgmember" USING BY REFERENCE pgconn Player RoomId RoundId TargetPlayer OrgQ
          BY CONTENT "m" "r".

        OrgRoomSet.
        CALL "orgroomset" USING BY REFERENCE pgconn Player RoomId RoundId OrgQ
          BY CONTENT OutFormat.

        OrgExclude.
        CALL "orgexclude" USING BY REFERENCE pgconn Player RoomId RoundId OrgQ Word
          BY CONTENT "g".

        OrgInclude.
        CALL "orgexclude" USING BY REFERENCE pgconn Player RoomId RoundId OrgQ Word
          BY CONTENT "r".

        OrgView.
        CALL "displayorg" USING BY REFERENCE pgconn Player OrgQ BY CONTENT OutFormat.

        *> CSV export of a room's rounds/words/chat history. Its
        *> output isn't XML/JSON tags, so it bypasses the <data>/{ wrapper
        *> entirely -- see the early exit for Func = "exportcsv" above.
        end-display
        CALL "takeoutcsv" USING BY REFERENCE pgconn Player.

       *> point pgconn at the replica for the dispatch, keeping the
       *> primary to come back to; getreplica hands back the primary
       *> itself when there is no usable replica.
        UseReplica.
        SET PrimaryConn TO pgconn
        CALL "getreplica" USING BY REFERENCE PrimaryConn ReplicaConn ReplicaLag
        END-CALL
        SET pgconn TO ReplicaConn
        SET OnReplica TO TRUE.

        UsePrimary.
        SET pgconn TO PrimaryConn
        PERFORM CloseReplica
        MOVE "f" TO ReplicaFlag.

        CloseReplica.
        IF ReplicaConn NOT = pgconn THEN
          call "PQfinish" using by value ReplicaConn returning result end-call
        END-IF.

       *> count this request against the caller's address; over the
       *> class budget it ends here with status 18, the refusal still
       *> written to RequestMetrics so throttlereport can name the
       *> address.
        ThrottleGate.
        CALL "throttlecheck" USING BY REFERENCE pgconn ClientAddr ThrottleClass ThrottleFlag
        END-CALL
        IF AddressThrottled THEN
          MOVE 18 TO StatusCode
          PERFORM DisplayStatusOnly
          PERFORM RecordMetrics
          call "PQfinish" using by value pgconn returning result end-call
          STOP RUN
        END-IF.

       *> once init has rotated the session token, a refusal still
       *> hands the new one back -- the old one is dead, and a guest
       *> has no passcode to fall back on.
        DisplayStatusOnly.
        IF SessionIssued AND SessionToken NOT = SPACES THEN
          IF OutFormat = "json" THEN
            DISPLAY '{"status":' function trim(StatusCode) ',"token":"' function trim(SessionToken) '"}'
          ELSE
            DISPLAY "<data><status>" function trim(StatusCode) "</status><token>"
                function trim(SessionToken) "</token></data>"
          END-IF
          EXIT PARAGRAPH
        END-IF
        IF OutFormat = "json" THEN
          DISPLAY '{"status":' function trim(StatusCode) "}"
        ELSE
          DISPLAY "<data><status>" function trim(StatusCode) "</status></data>"
        END-IF.

       *> a database behind this build's schema (schemacheck) serves
       *> nothing: status 26 with what it has and what is needed, and
       *> the request ends here. The health func reports the same.
        SchemaGate.
        CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
        END-CALL
        IF SchemaOk THEN
          EXIT PARAGRAPH
        END-IF
        MOVE SchemaHave TO SchemaHaveZ
        MOVE SchemaNeed TO SchemaNeedZ
        IF OutFormat = "json" THEN
          DISPLAY '{"status":26,"schemaversion":' function trim(SchemaHaveZ)
              ',"schemaexpected":' function trim(SchemaNeedZ) '}'
        ELSE
          DISPLAY "<data><status>26</status><schemaversion>" function trim(SchemaHaveZ)
              "</schemaversion><schemaexpected>" function trim(SchemaNeedZ) "</schemaexpected></data>"
        END-IF
        call "PQfinish" using by value pgconn returning result end-call
        STOP RUN.

       *> one cheap INSERT with everything the latency report
       *> needs: which func, how long, which room. Written on every
       *> path that reached the database; the pre-connection parameter
        END-IF

        MOVE DurationMs TO DurationZ
        STRING "INSERT INTO RequestMetrics ( Func, RoomId, DurationMs, Address, Throttled, ClientVersion ) VALUES ( '",
            function trim(Func), "', ", function trim(MetricRoomTxt), ", ", function trim(DurationZ),
            ", NULLIF('", function trim(ClientAddr), "', ''), '", ThrottleFlag,
            "', NULLIF('", function trim(ClientVersionQ), "', '') );", x"00" INTO MetricQuery
        END-STRING
        call "PQexec" using
          by value pgconn
          by reference MetricQuery
          returning pgres
        end-call
        PERFORM TraceFinish.

       *> a traced request's captured response goes on to the client
       *> and into TraceRequests, with the request as it arrived.
       *> RecordMetrics does this on every path that reaches it; the
       *> few exits that skip the metrics row call it themselves.
        TraceFinish.
        IF TraceOn THEN
          IF ViewAsOn THEN
            MOVE ViewAsStaff TO Player
          END-IF
          IF UsingPost THEN
            MOVE PostBody TO TraceQuery
          ELSE
            MOVE CgiQuery TO TraceQuery
          END-IF
          CALL "traceend" USING BY REFERENCE pgconn Player Func
            BY CONTENT "processq        " BY REFERENCE TraceQuery ClientAddr
            TraceFlag TraceSavedFd TraceFd
          END-CALL
        END-IF.
