                            WITH DUPLICATES
                        FILE STATUS IS content-lookup-status.

      *> PROMOTE's other side: a second site's content store, walked
      *> in key order beside this site's own so the two can be
      *> matched up key by key.  Same keys as the store itself --
      *> it IS one, just somebody else's.

                    SELECT promote-source-file ASSIGN TO
                        promote-source-path
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS entry-key-ps
                        ALTERNATE RECORD KEY IS parent-ps
                            WITH DUPLICATES
                        FILE STATUS IS promote-source-status.

      *> PROMOTE's optional key list, one entry-title (columns 1-32)
      *> plus entry-type (33-50) per line, naming the only keys this
      *> promotion may touch.  Lines starting with "*" are comments.

                    SELECT promote-keys-file ASSIGN TO
                        promote-keys-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS promote-keys-status.

      *> PROMOTE's commit list: the diff pass writes one line per
      *> change it means to make, and the apply pass replays them
      *> against the target once the walk is over -- adding and
      *> deleting keys under a READ NEXT walk of the same store is
      *> asking for trouble.

                    SELECT promote-work-file ASSIGN TO
                        "data/promote.tmp"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS promote-work-status.

      *> The flat content file, kept as the portable master copy.
      *> The CONVERT run mode loads it into data/content.idx; the
      *> DUMP run mode writes the index back out through
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS csv-file-status.

      *> The redirect table: one line per PAGE or BLOG-ENTRY title
      *> that has gone away, naming the title it became (a 301) or
      *> nothing at all (gone for good, a 410).  Per-site like the
      *> store it describes.  Rewritten through the scratch copy
      *> below whenever a record is added or removed, so chains
      *> collapse to one hop as they form.

                    SELECT redirect-file ASSIGN TO redirect-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS redirect-file-status.

                    SELECT redirect-edit-file ASSIGN TO
                        redirect-new-path
                        ORGANIZATION IS LINE SEQUENTIAL.

      *> The generator's redirect stub pages -- one small HTML file
      *> per old name under out/, written line by line from here
      *> rather than by a re-run child, since there's no content to
      *> render.

                    SELECT stub-file ASSIGN TO stub-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS stub-file-status.

      *> A visitor's POSTed reply no longer goes straight into
      *> content.dat -- it lands here instead, and sits invisible to
      *> the public site until an operator in ADMIN-MODE approves it
      *> shows an entry's trail and the HISTREVERT operation puts
      *> one chosen revision back without touching anything else --
      *> the surgical answer the whole-store generation rollback
      *> never was.  Per-site like the store whose changes it
      *> records -- the default site keeps data/history.dat.

                    SELECT history-file ASSIGN TO history-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS history-file-status.

      *> The sign-off queue: an EDITOR's ADD, EDIT or DELETE no
      *> longer touches the live store -- it lands here as one record
      *> holding the entry as it stood (the before image) and as the
      *> editor wants it (the after image), and waits for an ADMIN to
      *> approve it across or send it back with a note.  Kept apart
      *> from data/pending.dat on purpose: that queue is visitors'
      *> replies, this one is staff changes, and the two are ruled on
      *> by different people under different rules.  Per-site too:
      *> a change is approved into the store it was queued against
      *> and no other, so each site's queue is its own file.

                    SELECT change-file ASSIGN TO change-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS change-file-status.

      *> Approve, return and withdraw all stream the queue through
      *> this scratch copy and rename it over the top -- the pending
      *> queue's rewrite-and-rename dance once more.

                    SELECT change-edit-file ASSIGN TO
                        change-new-path
                        ORGANIZATION IS LINE SEQUENTIAL.

      *> The hit counters: one row per (page, day), bumped by every
      *> live request that renders a page.  Today's row plus the sum
      *> of a page's rows is what the AJAX widget's "live visitor
      *> The subscriber list: one record per address that asked for
      *> new posts by mail -- address, status (PENDING until the
      *> confirmation link is clicked, CONFIRMED after, UNSUBSCRIBED
      *> when the opt-out link is, BOUNCING once MAILOUT has given
      *> up on it), the day it took that status (which is how PURGE
      *> knows how long it has been UNSUBSCRIBED), and the random
      *> token the confirm and unsubscribe links carry.  Nothing is
      *> ever mailed to an address that isn't CONFIRMED.

                    SELECT subscriber-file ASSIGN TO
                        "data/subscribers.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS mailed-file-status.

      *> The MAILOUT run's send checkpoint: one line appended the
      *> moment each (post, subscriber) send comes back -- SENT,
      *> FAILED with the tries so far, or DEAD once the retries are
      *> spent.  The latest line for a pair is the one that counts,
      *> and it is what lets a rerun pick up exactly where the last
      *> one stopped without mailing anybody twice.

                    SELECT mailsend-file ASSIGN TO
                        "data/mailsend.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS mailsend-file-status.

      *> The notifier's dead letters: queue records whose sends
      *> failed past the retry limit, set aside here for somebody
      *> to look at instead of sitting on the queue for ever.

                    SELECT notify-dead-file ASSIGN TO
                        "data/notify.dead"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS notify-dead-status.

      *> One record per operator account: login, password, display
      *> name, role (ADMIN or EDITOR) and status (ACTIVE or
      *> DISABLED).  ADMIN-AUTHENTICATE checks against this file,
                        "data/users.new"
                        ORGANIZATION IS LINE SEQUENTIAL.

      *> Holds every live admin session token plus the operator
      *> login it was issued to, so a browser that has already
      *> logged in can be recognised by its Set-Cookie'd token on
      *> later requests instead of resending the plaintext
      *> login/password every time -- and so a later request still
      *> knows WHICH operator it is talking to.  One line per
      *> session, appended on login; a session idle past the limit
      *> (or logged out) is dropped by the sweep in
      *> CHECK-ADMIN-SESSION, which streams the survivors through
      *> the scratch copy below and renames it back.

                    SELECT admin-session-file ASSIGN TO
                        "data/session.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS admin-session-file-status.

                    SELECT admin-session-edit-file ASSIGN TO
                        "data/session.new"
                        ORGANIZATION IS LINE SEQUENTIAL.

      *> Every login, failed password, lockout, logout and expired
      *> session, one line each, grown with OPEN EXTEND the same as
      *> the access log.  ADMINs read it from the panel.

                    SELECT security-log-file ASSIGN TO
                        "log/security.log"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS security-log-status.

      *> ESTABLISH-ADMIN-SESSION's source of entropy for the token
      *> above -- the kernel's CSPRNG, not the clock.  A token built
      *> from FUNCTION CURRENT-DATE alone is just a timestamp, and a
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS asset-scan-status.

      *> The PURGE and ERASE runs' handles.  Every visitor-data file
      *> they clean is streamed through purge-edit-file and renamed
      *> over the top -- the rewrite-and-rename dance again, one
      *> scratch wide enough for the widest of them.  The dated
      *> notify sent-logs have no handle of their own, so they are
      *> listed into purge-list-file by ls and read one at a time
      *> through purge-file, ASSIGNed to whichever name is up.

                    SELECT purge-file ASSIGN TO purge-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS purge-file-status.

                    SELECT purge-edit-file ASSIGN TO
                        "data/purge.new"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS purge-edit-status.

                    SELECT purge-list-file ASSIGN TO
                        "data/purge.lst"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS purge-list-status.

      *> The NIGHTLY chain's step list, maintained by the operators:
      *> one batch run mode per line, in the order they run, each
      *> followed by the return codes from earlier in the chain that
      *> let it go ahead.  "*" comments welcome.

                    SELECT nightly-control-file ASSIGN TO
                        "conf/nightly.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS nightly-control-status.

      *> The chain's checkpoint: one line per step, rewritten each
      *> time a step starts or finishes, so a rerun after a failure
      *> (or a crash) knows which steps are already behind it, and
      *> the admin panel can show how the last chain went step by
      *> step.

                    SELECT nightly-chk-file ASSIGN TO
                        "data/nightly.chk"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS nightly-chk-status.


       DATA DIVISION.

                03 publish-from-lk PIC X(08).
                03 expire-after-lk PIC X(08).

      *> Record buffer for PROMOTE's source store.

            FD promote-source-file.

            01 promote-source-entry.
                03 entry-key-ps.
                    05 entry-title-ps  PIC X(32).
                    05 entry-type-ps   PIC X(18).
                03 entry-value-ps  PIC X(1024).
                03 parent-ps       PIC X(32).
                03 publish-from-ps PIC X(08).
                03 expire-after-ps PIC X(08).

            FD promote-keys-file.

            01 promote-keys-entry.
                03 promote-keys-key PIC X(50).
                03 FILLER           PIC X(30).

      *> One planned change: ADD, CHANGE or DELETE, and the image
      *> that goes with it -- the source's for ADD and CHANGE, the
      *> target's own for DELETE.

            FD promote-work-file.

            01 promote-work-entry.
                03 pw-action-rec    PIC X(08).
                03 pw-image.
                    05 pw-key.
                        07 pw-title PIC X(32).
                        07 pw-type  PIC X(18).
                    05 pw-value     PIC X(1024).
                    05 pw-parent    PIC X(32).
                    05 pw-publish   PIC X(08).
                    05 pw-expire    PIC X(08).

      *> Record buffer for the flat master copy -- CONVERT's input.
      *> Same layout again, no key group since there's no key.


            01 csv-record       PIC X(3000).

      *> One redirect: PAGE or POST, the old title, the new title
      *> (spaces when the old one is simply gone), and when the
      *> redirect was recorded.

            FD redirect-file.

            01 redirect-entry.
                03 rdr-kind-rec     PIC X(04).
                03 FILLER           PIC X(01).
                03 rdr-old-rec      PIC X(32).
                03 FILLER           PIC X(01).
                03 rdr-new-rec      PIC X(32).
                    88 rdr-gone                 VALUE SPACES.
                03 FILLER           PIC X(01).
                03 rdr-stamp-rec    PIC X(14).

            FD redirect-edit-file.

            01 redirect-edit-entry  PIC X(85).

            FD stub-file.

            01 stub-line            PIC X(256).

      *> Record buffer for the pending-replies file above.  Same
      *> layout as content-entry, own data-names, same as every other
      *> extra handle in this program.
                03 hist-publish    PIC X(08).
                03 hist-expire     PIC X(08).

      *> One queued staff change: its id, the operation, who asked,
      *> where it stands (PENDING until an ADMIN rules, RETURNED when
      *> sent back), the ADMIN's note on a return, the type the key
      *> carried before the edit, then the before and after images
      *> field for field.  An ADD has no before image; a DELETE has
      *> no after image -- both just read back as spaces.  A change
      *> made on a BLOG-ENTRY's form carries the post's tag list
      *> before and after as well, flagged so that a record queued
      *> before posts had tags never has them wiped on approval.

            FD change-file.

            01 change-entry.
                03 chg-id-rec          PIC X(20).
                03 chg-op-rec          PIC X(08).
                03 chg-operator-rec    PIC X(32).
                03 chg-status-rec      PIC X(08).
                03 chg-note-rec        PIC X(128).
                03 chg-origtype-rec    PIC X(18).
                03 chg-before.
                    05 chg-before-title    PIC X(32).
                    05 chg-before-type     PIC X(18).
                    05 chg-before-value    PIC X(1024).
                    05 chg-before-parent   PIC X(32).
                    05 chg-before-publish  PIC X(08).
                    05 chg-before-expire   PIC X(08).
                03 chg-after.
                    05 chg-after-title     PIC X(32).
                    05 chg-after-type      PIC X(18).
                    05 chg-after-value     PIC X(1024).
                    05 chg-after-parent    PIC X(32).
                    05 chg-after-publish   PIC X(08).
                    05 chg-after-expire    PIC X(08).
                03 chg-tags-flag-rec   PIC X(01).
                    88 chg-tags-given             VALUE "Y".
                03 chg-before-tags     PIC X(256).
                03 chg-after-tags      PIC X(256).

            FD change-edit-file.

            01 change-edit-record      PIC X(2971).

      *> One counter row: which page, which day, how many.  The
      *> count is display-numeric so the file stays greppable like
      *> every other flat file here.
                03 reply-log-stamp  PIC X(14).
                03 reply-log-addr   PIC X(15).

      *> One blocked address per line -- wide enough for IPv6 --
      *> and the day the block button put it there.  Lines typed in
      *> by hand carry no date and are never aged out by PURGE.

            FD blocklist-file.

            01 blocklist-entry.
                03 block-addr-rec   PIC X(64).
                03 block-date-rec   PIC X(08).

      *> One finished (or refused) batch run, space-separated like
      *> the audit line.
                03 notify-reply-title  PIC X(32).
                03 notify-article      PIC X(32).
                03 notify-excerpt      PIC X(128).
                03 notify-tries        PIC 9(02).

      *> The requeue, sent-log and dead-letter buffers carry the
      *> whole record through unchanged.

            FD notify-edit-file.

            01 notify-edit-record      PIC X(208).

            FD notify-sent-file.

            01 notify-sent-record      PIC X(208).

            FD notify-dead-file.

            01 notify-dead-record      PIC X(208).

      *> One line of the outbound message body at a time.

            01 mailed-entry.
                03 mailed-title-rec PIC X(32).

      *> One send checkpoint: post, address, outcome, tries so far
      *> and when.

            FD mailsend-file.

            01 mailsend-entry.
                03 ms-title-rec     PIC X(32).
                03 ms-email-rec     PIC X(64).
                03 ms-status-rec    PIC X(08).
                03 ms-tries-rec     PIC 9(02).
                03 ms-stamp-rec     PIC X(14).

      *> Record buffers for the operator account file and its
      *> rewrite scratch.

                03 user-name-rec    PIC X(64).
                03 user-role-rec    PIC X(08).
                03 user-status-rec  PIC X(08).
                03 user-fails-rec   PIC 9(03).

            FD user-edit-file.

                03 user-name-ue     PIC X(64).
                03 user-role-ue     PIC X(08).
                03 user-status-ue   PIC X(08).
                03 user-fails-ue    PIC 9(03).

      *> One record per live session: the token, the operator
      *> login it belongs to, when it was issued and when it was
      *> last used (both CCYYMMDDHHMMSS).

            FD admin-session-file.

            01 admin-session-entry.
                03 admin-session-token-rec  PIC X(32).
                03 admin-session-login-rec  PIC X(32).
                03 admin-session-issued-rec PIC X(14).
                03 admin-session-last-rec   PIC X(14).

            FD admin-session-edit-file.

            01 admin-session-edit-entry     PIC X(92).

      *> One security event: when, what (LOGIN, FAIL, LOCKOUT,
      *> LOGOUT or EXPIRED), which login, and from where.

            FD security-log-file.

            01 security-log-entry.
                03 sec-stamp-rec    PIC X(14).
                03 FILLER           PIC X(01).
                03 sec-event-rec    PIC X(08).
                03 FILLER           PIC X(01).
                03 sec-login-rec    PIC X(32).
                03 FILLER           PIC X(01).
                03 sec-addr-rec     PIC X(15).

      *> 24 raw bytes is plenty to key admin-token-alphabet off of and
      *> still leave room for the "SESS-" label inside the 32-byte

            01 asset-scan-line      PIC X(128).

      *> One sent-log line (a whole notify-entry image), one line of
      *> whichever file is being rewritten, one listed file name.

            FD purge-file.

            01 purge-record         PIC X(208).

            FD purge-edit-file.

            01 purge-edit-record    PIC X(1200).

            FD purge-list-file.

            01 purge-list-name      PIC X(128).

      *> One line of the step list: step name, then its return-code
      *> condition, free-spaced.

            FD nightly-control-file.

            01 nightly-control-line PIC X(80).

      *> One step of the chain as it stands: which chain (by its
      *> start stamp), where in it, what and on what condition, how
      *> far it got, its return code and when -- space-separated
      *> like the job log.

            FD nightly-chk-file.

            01 nightly-chk-entry.
                03 chk-chain-rec    PIC X(14).
                03 FILLER           PIC X(01).
                03 chk-step-rec     PIC 9(02).
                03 FILLER           PIC X(01).
                03 chk-name-rec     PIC X(16).
                03 FILLER           PIC X(01).
                03 chk-state-rec    PIC X(08).
                03 FILLER           PIC X(01).
                03 chk-rc-rec       PIC 9(03).
                03 FILLER           PIC X(01).
                03 chk-start-rec    PIC X(14).
                03 FILLER           PIC X(01).
                03 chk-end-rec      PIC X(14).
                03 FILLER           PIC X(01).
                03 chk-cond-rec     PIC X(32).


        WORKING-STORAGE SECTION.

                03 blog-page-size
                                PIC 9(03)   VALUE 5.

      *> How many minutes an admin session may sit unused before
      *> CHECK-ADMIN-SESSION throws it away and the operator has to
      *> log in again; 0 means sessions never go idle.  Override
      *> with a SESSION-IDLE-MINUTES config token.

                03 session-idle-minutes
                                PIC 9(03)   VALUE 30.

      *> How many wrong passwords in a row lock an account (status
      *> LOCKED in users.dat, cleared by an ADMIN's password reset);
      *> 0 turns the lockout off.  Override with a LOGIN-MAX-FAILS
      *> config token.

                03 login-max-fails
                                PIC 9(03)   VALUE 5.

      *> How many times MAILOUT and NOTIFY try a failed send again
      *> on later runs before giving up on it -- a subscriber address
      *> that runs out is marked BOUNCING in subscribers.dat, a
      *> queued notification goes to data/notify.dead.  Override
      *> with a MAIL-RETRY-LIMIT config token -- at most 98, since
      *> the try counts it is held against are two digits on file.

                03 mail-retry-limit
                                PIC 9(03)   VALUE 3.

      *> The EDITORIAL run's three windows: how many days back its
      *> changes-per-operator section counts, how many months an
      *> entry may go unchanged before the aging section lists it,
      *> and how many days ahead it looks for expiries.  Override
      *> with EDITORIAL-DAYS, STALE-MONTHS and EXPIRY-WARN-DAYS
      *> config tokens.

                03 editorial-days
                                PIC 9(03)   VALUE 7.
                03 stale-months
                                PIC 9(03)   VALUE 6.
                03 expiry-warn-days
                                PIC 9(03)   VALUE 14.

      *> How many days the PURGE run lets visitor data sit in each
      *> place it lives before removing it: the address on a reply
      *> still waiting in moderation (the reply itself stays), the
      *> reply log, block-button lines on the blocklist, UNSUBSCRIBED
      *> and BOUNCING subscribers, never-confirmed PENDING ones, the
      *> notify queue with its dead letters and sent-logs, finished
      *> mail-out checkpoints, and the access log.  0 keeps that
      *> file's records for ever.  Override with PURGE-PENDING-DAYS,
      *> PURGE-REPLYLOG-DAYS, PURGE-BLOCK-DAYS, PURGE-UNSUB-DAYS,
      *> PURGE-UNCONFIRMED-DAYS, PURGE-NOTIFY-DAYS, PURGE-MAILSEND-
      *> DAYS and PURGE-ACCESS-DAYS config tokens.

                03 purge-pending-days
                                PIC 9(03)   VALUE 30.
                03 purge-replylog-days
                                PIC 9(03)   VALUE 30.
                03 purge-block-days
                                PIC 9(03)   VALUE 365.
                03 purge-unsub-days
                                PIC 9(03)   VALUE 30.
                03 purge-unconfirmed-days
                                PIC 9(03)   VALUE 14.
                03 purge-notify-days
                                PIC 9(03)   VALUE 90.
                03 purge-mailsend-days
                                PIC 9(03)   VALUE 90.
                03 purge-access-days
                                PIC 9(03)   VALUE 90.

      *> DETECT-SITE's working set, and the path fields the SELECTs
      *> above are ASSIGNed through.  COBWEB_SITE (set on every
      *> batch child and per-site build) outranks HTTP_HOST; either
                "data/backup".
            01 out-dir-path            PIC X(64)  VALUE
                "out".
            01 redirect-path           PIC X(64)  VALUE
                "data/content.rdr".
            01 redirect-new-path       PIC X(64)  VALUE
                "data/content.rdn".
            01 history-path            PIC X(64)  VALUE
                "data/history.dat".
            01 change-path             PIC X(64)  VALUE
                "data/changes.dat".
            01 change-new-path         PIC X(64)  VALUE
                "data/changes.new".
            01 stub-path               PIC X(128) VALUE SPACES.

      *> Scratch fields used to split a "token: value" config line
      *> on its FIRST colon -- see STORE-CONFIG-VALUE below.
      *> POST body off SYSIN and split it into "key=value" fields
      *> on "&".  We decode the "+" (space) escaping that every
      *> browser form uses, but not %XX escapes -- plenty good
      *> enough for plain-text fields.  Twelve fields is more than
      *> either replyform or the admin forms below ever send.

            01 post-request-method     PIC X(16).
            01 post-body               PIC X(1060).

            01 post-fields.
                03 post-field          PIC X(1060) OCCURS 12 TIMES.

            01 post-article            PIC X(32).
            01 post-comment            PIC X(1024).

            01 history-file-status     PIC X(02).
            01 hist-action-work        PIC X(08).
            01 hist-undelete-flag      PIC X(01)  VALUE "N".
                88 hist-undelete                  VALUE "Y".

            01 end-of-history-flag     PIC X(01)  VALUE "N".
                88 end-of-history                 VALUE "Y".
                03 hist-rev-publish    PIC X(08).
                03 hist-rev-expire     PIC X(08).

      *> Who a history line is written against when it isn't the
      *> operator at the keyboard -- an approved EDITOR change goes
      *> on the trail under the EDITOR who wrote it, the approving
      *> ADMIN being on the access log line already.  Spaces means
      *> the current operator, which is every other caller.

            01 hist-operator-work      PIC X(32)  VALUE SPACES.

      *> The sign-off queue's working set.  post-change-id and
      *> post-change-note come off the approve/return/withdraw forms;
      *> content-change-flag is how ADMIN-ADD-ENTRY and
      *> ADMIN-REWRITE-CONTENT report that the store really took
      *> the write, so an approval that couldn't be applied stays
      *> visible instead of vanishing from the queue.

            01 change-file-status      PIC X(02).
            01 post-change-id          PIC X(20).
            01 post-change-note        PIC X(128).
            01 change-op-save          PIC X(16).
            01 change-new-id           PIC X(20).

            01 end-of-change-flag      PIC X(01)  VALUE "N".
                88 end-of-change                  VALUE "Y".

            01 change-action-flag      PIC X(01)  VALUE "N".
                88 change-action-done             VALUE "Y".

            01 content-change-flag     PIC X(01)  VALUE "N".
                88 content-change-done            VALUE "Y".

            01 change-current-flag     PIC X(01)  VALUE "N".
                88 change-current-ok              VALUE "Y".

            01 change-queue-flag       PIC X(01)  VALUE "N".
                88 change-queue-ok                VALUE "Y".

            01 change-row-count        PIC 9(04)  COMP.

      *> SHOW-CHANGE-FIELD's in-fields -- one before/after pair at a
      *> time, escaped on the way out like everything on the panel.

            01 change-field-label      PIC X(16).
            01 change-field-before     PIC X(1024).
            01 change-field-after      PIC X(1024).
            01 change-before-esc       PIC X(6144).

      *> The redirect table's working set.  A live request for a
      *> PAGE or post that isn't on file is looked up here; what it
      *> finds decides the answer -- redirect-answer "301" with a
      *> target title, "410", or spaces for the ordinary page.  The
      *> add/remove rewrite takes its kind, old and new titles from
      *> the -work fields, whoever the caller is.

            01 redirect-file-status    PIC X(02).
            01 stub-file-status        PIC X(02).
            01 redirect-answer         PIC X(03)  VALUE SPACES.
                88 redirect-moved                 VALUE "301".
                88 redirect-gone                  VALUE "410".
            01 redirect-target         PIC X(32)  VALUE SPACES.
            01 redirect-kind-work      PIC X(04).
            01 redirect-old-work       PIC X(32).
            01 redirect-new-work       PIC X(32).
            01 redirect-via-path-flag  PIC X(01)  VALUE "N".
                88 redirect-via-path              VALUE "Y".
            01 redirect-location       PIC X(192).
            01 script-name-env         PIC X(128).
            01 http-status-line        PIC X(40)  VALUE SPACES.
            01 redirect-row-count      PIC 9(05)  COMP.
            01 redirect-stub-count     PIC 9(05)  COMP.

            01 end-of-redirect-flag    PIC X(01)  VALUE "N".
                88 end-of-redirect                VALUE "Y".
            01 redirect-found-flag     PIC X(01)  VALUE "N".
                88 redirect-found                 VALUE "Y".
            01 redirect-action-flag    PIC X(01)  VALUE "N".
                88 redirect-action-done           VALUE "Y".
            01 redirect-live-flag      PIC X(01)  VALUE "N".
                88 redirect-key-live              VALUE "Y".

      *> A retitle: the EDIT form's new-title box differs from the
      *> record's own title.  The old title is held aside while the
      *> new key is vetted, and while the children that named the
      *> old title as their parent are moved across to the new one.

            01 entry-retitle-flag      PIC X(01)  VALUE "N".
                88 entry-retitled                 VALUE "Y".
            01 new-key-flag            PIC X(01)  VALUE "Y".
                88 new-key-ok                     VALUE "Y".
            01 retitle-old-title       PIC X(32).
            01 reparent-flag           PIC X(01)  VALUE "N".
                88 reparent-done                  VALUE "Y".

      *> Fields used only by the admin content-maintenance mode.

            01 post-op                 PIC X(16).
            01 post-admin-login        PIC X(32).
            01 post-admin-pass         PIC X(32).
            01 post-entry-title        PIC X(32).
            01 post-entry-newtitle     PIC X(32).
            01 post-entry-type         PIC X(18).
            01 post-entry-value        PIC X(1024).
            01 post-entry-parent       PIC X(32).
            01 post-entry-origtype     PIC X(18).
            01 post-entry-publish      PIC X(08).
            01 post-entry-expire       PIC X(08).
            01 post-entry-tags         PIC X(256).
            01 post-tags-given-flag    PIC X(01)  VALUE "N".
                88 post-tags-given                VALUE "Y".
            01 post-backup-gen         PIC X(32).
            01 post-redirect-kind      PIC X(04).
            01 post-redirect-old       PIC X(32).
            01 post-redirect-new       PIC X(32).

      *> The account-maintenance forms' own fields.


      *> Cookie-based session support for ADMIN-MODE -- see
      *> CHECK-ADMIN-SESSION and ESTABLISH-ADMIN-SESSION below.  A
      *> fresh login appends a new token to admin-session-file and
      *> asks OUTPUT-HEADER to Set-Cookie it; every later admin
      *> request reads HTTP_COOKIE back and matches it against that
      *> same file instead of requiring the login form's fields to be
      *> resent.  A logout asks OUTPUT-HEADER to clear the cookie.

            01 issue-admin-cookie-flag PIC X(01)  VALUE "N".
                88 issue-admin-cookie              VALUE "Y".
            01 clear-admin-cookie-flag PIC X(01)  VALUE "N".
                88 clear-admin-cookie              VALUE "Y".
            01 admin-session-token      PIC X(32).
            01 http-cookie-env          PIC X(256).
            01 admin-session-file-status PIC X(02).
            01 admin-token-idx          PIC 9(02)  COMP.
            01 admin-token-out-ptr      PIC 9(04)  COMP.

      *> The session sweep's working set.  Stamps go through
      *> STAMP-TO-SECONDS so the idle window holds across midnight;
      *> the matched session's login is kept aside, since the record
      *> buffer has moved on by the time the sweep is done.

            01 session-now-secs         PIC 9(12)  COMP.
            01 session-rec-secs         PIC 9(12)  COMP.
            01 session-idle-limit       PIC 9(12)  COMP.
            01 session-match-login      PIC X(32).
            01 session-now-stamp        PIC X(14).

            01 end-of-session-flag      PIC X(01)  VALUE "N".
                88 end-of-session                  VALUE "Y".
            01 session-match-flag       PIC X(01)  VALUE "N".
                88 session-matched                 VALUE "Y".
            01 session-expired-flag     PIC X(01)  VALUE "N".
                88 session-expired                 VALUE "Y".
            01 session-drop-flag        PIC X(01)  VALUE "N".
                88 session-drop                    VALUE "Y".
            01 admin-logout-flag        PIC X(01)  VALUE "N".
                88 admin-logout-done               VALUE "Y".

      *> The sweep rewrites session.dat through one fixed scratch
      *> name and a rename, and a login appends to it, so two admin
      *> requests at once would each lose the other's work.  Both
      *> go through data/session.lock first -- a directory, for the
      *> same mkdir test-and-set as data/run.lock, but waited for a
      *> few seconds rather than refused, since the holder is only
      *> ever another request a moment from done.  One left behind
      *> by a request that died is broken once it is a minute old.

            01 session-lock-flag        PIC X(01)  VALUE "N".
                88 session-lock-held               VALUE "Y".
            01 session-lock-tries       PIC 9(05)  COMP.

      *> The security log's working set: the event and login the
      *> caller wants written, and the panel's last-so-many window
      *> onto the file -- count it, then skip down to the tail.

            01 security-log-status      PIC X(02).
            01 security-event-work      PIC X(08).
            01 security-login-work      PIC X(32).
            01 end-of-security-log-flag PIC X(01)  VALUE "N".
                88 end-of-security-log             VALUE "Y".
            01 security-log-count       PIC 9(07)  COMP.
            01 security-log-skip        PIC 9(07)  COMP.
            01 security-log-row         PIC 9(07)  COMP.
            01 security-log-window      PIC 9(07)  COMP  VALUE 100.

      *> The failed-password counter's working set: count one more
      *> failure against operator-lookup-login, or clear the count
      *> after a good login, and whether this failure was the one
      *> that locked the account.

            01 user-fail-action         PIC X(05)  VALUE SPACES.
                88 user-fail-count                 VALUE "COUNT".
                88 user-fail-clear                 VALUE "CLEAR".
            01 user-locked-flag         PIC X(01)  VALUE "N".
                88 user-locked-now                 VALUE "Y".

            01 end-of-admin-list-flag  PIC X(01)  VALUE "N".
                88 end-of-admin-list              VALUE "Y".

      *> sense down a live CGI connection to Apache.

      *> COBWEB_SUBBUILD=Y marks a per-site build the orchestrator
      *> itself spawned, or a step the NIGHTLY chain spawned -- the
      *> only callers entitled to run under the parent's lock.  An
      *> operator's own COBWEB_SITE=<id> CONVERT or DUMP doesn't
      *> carry it, and takes the lock like any other run.

            01 cgi-gateway             PIC X(32).
            01 batch-child-env         PIC X(03).
      *> DUMP writes the indexed store back out to the flat file so
      *> the portable master stays current.  Unset, a batch run is
      *> the page-generating orchestrator it always was.
      *> COBWEB_RUN_MODE=PROMOTE diffs another site's store (named
      *> by COBWEB_PROMOTE_FROM) against this one, and applies the
      *> differences too when COBWEB_PROMOTE_COMMIT=Y.
      *> COBWEB_RUN_MODE=RECONCILE proves the store against the flat
      *> master plus the history written since it was dumped.
      *> COBWEB_RUN_MODE=EDITORIAL writes the weekly editorial
      *> activity and content-aging report off the history trail.
      *> COBWEB_RUN_MODE=PURGE ages visitor addresses out of every
      *> file that keeps them; COBWEB_RUN_MODE=ERASE removes one
      *> person's (COBWEB_ERASE_TARGET, an e-mail or IP address)
      *> from all of them at once.
      *> COBWEB_RUN_MODE=NIGHTLY runs the step list in
      *> conf/nightly.dat as one chain under one lock.

            01 batch-run-mode-env      PIC X(16).
            01 batch-run-mode          PIC X(16)  VALUE SPACES.
                88 run-export-mode                VALUE "EXPORT".
                88 run-import-mode                VALUE "IMPORT".
                88 run-mailout-mode               VALUE "MAILOUT".
                88 run-promote-mode               VALUE "PROMOTE".
                88 run-reconcile-mode             VALUE "RECONCILE".
                88 run-editorial-mode             VALUE "EDITORIAL".
                88 run-purge-mode                 VALUE "PURGE".
                88 run-erase-mode                 VALUE "ERASE".
                88 run-nightly-mode               VALUE "NIGHTLY".

      *> File status pairs for the two handles onto the indexed
      *> content store, and for the flat master.  Keyed I-O lives
            01 convert-read-count      PIC 9(05)  COMP.
            01 convert-write-count     PIC 9(05)  COMP.

      *> PROMOTE's working set.  The source site comes off
      *> COBWEB_PROMOTE_FROM, and the target is whatever store this
      *> run selected, COBWEB_SITE or the default; COBWEB_PROMOTE_
      *> COMMIT=Y applies the diff rather than just reporting it,
      *> and COBWEB_PROMOTE_KEYS names a key-list file that narrows
      *> it to those keys.  The two walks run side by side in key
      *> order -- HIGH-VALUES in a key marks that side as finished.

            01 promote-from-env        PIC X(32).
            01 promote-commit-env      PIC X(03).
            01 promote-keys-env        PIC X(64).
            01 promote-source-path     PIC X(64)  VALUE SPACES.
            01 promote-keys-path       PIC X(64)  VALUE SPACES.
            01 promote-source-status   PIC X(02).
            01 promote-keys-status     PIC X(02).
            01 promote-work-status     PIC X(02).
            01 promote-save-site       PIC X(32).
            01 promote-save-env        PIC X(32).
            01 promote-src-key         PIC X(50).
            01 promote-tgt-key         PIC X(50).

            01 promote-commit-flag     PIC X(01)  VALUE "N".
                88 promote-commit                 VALUE "Y".
            01 promote-keylist-flag    PIC X(01)  VALUE "N".
                88 promote-keylist                VALUE "Y".
            01 promote-key-hit-flag    PIC X(01)  VALUE "N".
                88 promote-key-hit                VALUE "Y".
            01 end-of-promote-work-flag PIC X(01) VALUE "N".
                88 end-of-promote-work            VALUE "Y".
            01 end-of-promote-keys-flag PIC X(01) VALUE "N".
                88 end-of-promote-keys            VALUE "Y".

            01 promote-key-table.
                03 promote-key-slot    PIC X(50)  OCCURS 200 TIMES.
            01 promote-key-used        PIC 9(03)  COMP.
            01 promote-key-sub         PIC 9(03)  COMP.

            01 promote-add-count       PIC 9(05)  COMP.
            01 promote-change-count    PIC 9(05)  COMP.
            01 promote-delete-count    PIC 9(05)  COMP.
            01 promote-same-count      PIC 9(05)  COMP.
            01 promote-held-count      PIC 9(05)  COMP.
            01 promote-diff-count      PIC 9(05)  COMP.
            01 promote-apply-count     PIC 9(05)  COMP.
            01 promote-fail-count      PIC 9(05)  COMP.
            01 promote-action-work     PIC X(08).
            01 promote-fields-work     PIC X(40).
            01 promote-fields-ptr      PIC 9(03)  COMP.
            01 promote-probe-key       PIC X(50).

            01 promote-report-open-flag PIC X(01) VALUE "N".
                88 promote-report-open            VALUE "Y".
            01 promote-apply-ok-flag   PIC X(01)  VALUE "N".
                88 promote-apply-ok               VALUE "Y".

      *> RECONCILE's working set.  Every history line stamped after
      *> the flat master was last written is held in recon-event,
      *> in file (so time) order; the flat master and the store are
      *> then walked side by side in key order, and for each key
      *> the flat image is carried forward through that key's
      *> events to what the store ought to hold now.  History keeps
      *> the prior image for EDIT, DELETE and RESTORE and the new
      *> one for ADD, APPROVE and UNDELETE, so after an EDIT the
      *> record is known to exist but not what it says -- the
      *> "edited" state.  A retitle or retype writes its EDIT under
      *> the old key only, so a key that vanished after an EDIT and
      *> one that turned up unannounced are paired up afterwards on
      *> a shared title or type before either counts against us.

            01 recon-stamp             PIC X(14)  VALUE SPACES.
            01 recon-flat-key          PIC X(50).
            01 recon-flat-prev         PIC X(50).
            01 recon-idx-key           PIC X(50).
            01 recon-key.
                03 recon-key-title     PIC X(32).
                03 recon-key-type      PIC X(18).
            01 recon-reason            PIC X(48).
            01 recon-out-count-work    PIC X(01).

            01 recon-state-flag        PIC X(01)  VALUE "A".
                88 recon-absent                   VALUE "A".
                88 recon-known                    VALUE "K".
                88 recon-edited                   VALUE "U".
            01 recon-state-image       PIC X(1122).

            01 recon-flat-here-flag    PIC X(01)  VALUE "N".
                88 recon-flat-here                VALUE "Y".
            01 recon-idx-here-flag     PIC X(01)  VALUE "N".
                88 recon-idx-here                 VALUE "Y".
            01 recon-arrived-flag      PIC X(01)  VALUE "N".
                88 recon-arrived                  VALUE "Y".
            01 recon-flat-order-flag   PIC X(01)  VALUE "Y".
                88 recon-flat-in-order            VALUE "Y".
            01 recon-overflow-flag     PIC X(01)  VALUE "N".
                88 recon-overflow                 VALUE "Y".

            01 recon-event-table.
                03 recon-event OCCURS 2000 TIMES.
                    05 recon-ev-action PIC X(08).
                    05 recon-ev-done   PIC X(01).
                    05 recon-ev-image.
                        07 recon-ev-key.
                            09 recon-ev-title  PIC X(32).
                            09 recon-ev-type   PIC X(18).
                        07 recon-ev-value      PIC X(1024).
                        07 recon-ev-parent     PIC X(32).
                        07 recon-ev-publish    PIC X(08).
                        07 recon-ev-expire     PIC X(08).
            01 recon-event-used        PIC 9(05)  COMP.
            01 recon-event-sub         PIC 9(05)  COMP.
            01 recon-replay-sub        PIC 9(05)  COMP.

      *> Keys that left without a DELETE (moved-out, with whether
      *> the expected side still counts them) and keys that turned
      *> up without an ADD (arrived, with whether the expected side
      *> still lacks them and why they were noticed).

            01 recon-out-table.
                03 recon-out OCCURS 200 TIMES.
                    05 recon-out-key.
                        07 recon-out-title PIC X(32).
                        07 recon-out-type  PIC X(18).
                    05 recon-out-counted   PIC X(01).
                    05 recon-out-paired    PIC X(01).
            01 recon-out-used          PIC 9(03)  COMP.
            01 recon-out-sub           PIC 9(03)  COMP.

            01 recon-in-table.
                03 recon-in OCCURS 200 TIMES.
                    05 recon-in-key.
                        07 recon-in-title  PIC X(32).
                        07 recon-in-type   PIC X(18).
                    05 recon-in-present    PIC X(01).
                    05 recon-in-why        PIC X(48).
            01 recon-in-used           PIC 9(03)  COMP.
            01 recon-in-sub            PIC 9(03)  COMP.
            01 recon-pair-flag         PIC X(01)  VALUE "N".
                88 recon-paired                   VALUE "Y".

      *> Control totals: records per entry-type, expected (flat
      *> master plus history) against actual (the store).

            01 recon-type-table.
                03 recon-type-slot OCCURS 40 TIMES.
                    05 recon-type-name     PIC X(18).
                    05 recon-type-expect   PIC S9(05) COMP.
                    05 recon-type-actual   PIC S9(05) COMP.
            01 recon-type-used         PIC 9(03)  COMP.
            01 recon-type-sub          PIC 9(03)  COMP.
            01 recon-type-work         PIC X(18).
            01 recon-type-side         PIC X(01).
            01 recon-type-delta        PIC S9(01).
            01 recon-type-hit-flag     PIC X(01)  VALUE "N".
                88 recon-type-hit                 VALUE "Y".
            01 recon-expect-ed         PIC -(05)9.
            01 recon-actual-ed         PIC -(05)9.

            01 recon-flat-count        PIC 9(05)  COMP.
            01 recon-idx-count         PIC 9(05)  COMP.
            01 recon-replay-count      PIC 9(05)  COMP.
            01 recon-exception-count   PIC 9(05)  COMP.
            01 recon-total-diff-count  PIC 9(05)  COMP.

      *> EDITORIAL's working set.  One pass over history.dat feeds
      *> two tables: changes in the period per operator, one count
      *> per action column (ADD, EDIT, DELETE, APPROVE, HISTREVERT
      *> -- the history restore, written as RESTORE or UNDELETE --
      *> and anything else), and the newest stamp seen for every
      *> key, which is what "last touched" means for the aging
      *> section.  The store is then walked once per remaining
      *> section; the aging list is held and sorted by page so it
      *> prints grouped.  A store with more keys on its trail than
      *> edit-key-table holds, or more stale entries than
      *> edit-stale-table, still reports -- the overflow is counted
      *> on the report and the run ends RETURN-CODE 4.

            01 edit-today              PIC X(08).
            01 edit-period-start       PIC X(08).
            01 edit-stale-cutoff       PIC X(08).
            01 edit-expiry-limit       PIC X(08).
            01 edit-date-num           PIC 9(08).
            01 edit-month-total        PIC 9(06)  COMP.
            01 edit-year-work          PIC 9(04).
            01 edit-mon-work           PIC 9(02).

            01 end-of-edit-hist-flag   PIC X(01)  VALUE "N".
                88 end-of-edit-hist               VALUE "Y".

            01 edit-op-table.
                03 edit-op-slot OCCURS 50 TIMES.
                    05 edit-op-name        PIC X(32).
                    05 edit-op-count       PIC 9(05)  COMP
                                           OCCURS 7 TIMES.
            01 edit-op-used            PIC 9(03)  COMP.
            01 edit-op-sub             PIC 9(03)  COMP.
            01 edit-op-totals.
                03 edit-op-total       PIC 9(05)  COMP
                                       OCCURS 7 TIMES.
            01 edit-op-spill-count     PIC 9(05)  COMP.
            01 edit-col                PIC 9(01)  COMP.
            01 edit-op-hit-flag        PIC X(01)  VALUE "N".
                88 edit-op-hit                    VALUE "Y".
            01 edit-col-eds.
                03 edit-col-ed         PIC Z(06)9 OCCURS 7 TIMES.

            01 edit-key-table.
                03 edit-key-slot OCCURS 2000 TIMES.
                    05 edit-key            PIC X(50).
                    05 edit-key-stamp      PIC X(14).
            01 edit-key-used           PIC 9(04)  COMP.
            01 edit-key-sub            PIC 9(04)  COMP.
            01 edit-key-work           PIC X(50).
            01 edit-key-spill-count    PIC 9(05)  COMP.
            01 edit-key-hit-flag       PIC X(01)  VALUE "N".
                88 edit-key-hit                   VALUE "Y".
            01 edit-last-stamp         PIC X(14).

            01 edit-stale-table.
                03 edit-stale-slot OCCURS 500 TIMES.
                    05 edit-stale-sort.
                        07 edit-stale-page     PIC X(32).
                        07 edit-stale-title    PIC X(32).
                        07 edit-stale-type     PIC X(18).
                    05 edit-stale-stamp    PIC X(08).
            01 edit-stale-used         PIC 9(04)  COMP.
            01 edit-stale-sub          PIC 9(04)  COMP.
            01 edit-stale-sub2         PIC 9(04)  COMP.
            01 edit-stale-spill-count  PIC 9(05)  COMP.
            01 edit-stale-hold.
                03 edit-stale-hold-sort.
                    05 edit-stale-hold-page  PIC X(32).
                    05 edit-stale-hold-title PIC X(32).
                    05 edit-stale-hold-type  PIC X(18).
                03 edit-stale-hold-stamp PIC X(08).
            01 edit-stale-last-page    PIC X(32).

      *> The page a record sits on: itself for a PAGE, otherwise the
      *> first PAGE up its parent chain -- and whether that PAGE is
      *> live today.

            01 edit-page-title         PIC X(32).
            01 edit-chain-title        PIC X(32).
            01 edit-chain-hops         PIC 9(02)  COMP.
            01 edit-page-publish       PIC X(08).
            01 edit-page-expire        PIC X(08).
            01 edit-page-done-flag     PIC X(01)  VALUE "N".
                88 edit-page-done                 VALUE "Y".
            01 edit-page-found-flag    PIC X(01)  VALUE "N".
                88 edit-page-found                VALUE "Y".
            01 edit-page-live-flag     PIC X(01)  VALUE "N".
                88 edit-page-live                 VALUE "Y".

            01 edit-change-count       PIC 9(05)  COMP.
            01 edit-expiring-count     PIC 9(05)  COMP.
            01 edit-orphan-live-count  PIC 9(05)  COMP.
            01 edit-months-ed          PIC ZZ9.
            01 edit-days-ed            PIC ZZ9.

      *> The admin panel's view of the newest editorial report.
      *> HTML-ESCAPE-VALUE trims its source, so each line's leading
      *> spaces -- the report's page/entry indentation -- are
      *> counted first and put back ahead of the escaped text.

            01 end-of-edit-view-flag   PIC X(01)  VALUE "N".
                88 end-of-edit-view               VALUE "Y".
            01 edit-view-count         PIC 9(05)  COMP.
            01 edit-view-indent        PIC 9(03)  COMP.

      *> The PURGE and ERASE runs' working set.  Both walk the same
      *> list of visitor-data files with the same per-file paragraphs;
      *> scrub-erase-flag says which rule each record is judged by --
      *> its age against that file's cutoff, or a match on the one
      *> address being erased.  Per file: records read, records
      *> dropped, records kept with the personal part blanked or
      *> starred out; the run totals feed the report and job line.

            01 scrub-erase-flag        PIC X(01)  VALUE "N".
                88 scrub-erase                    VALUE "Y".
            01 scrub-file-label        PIC X(40).
            01 scrub-file-flag         PIC X(01)  VALUE "N".
                88 scrub-file-present             VALUE "Y".
            01 scrub-read-count        PIC 9(07)  COMP.
            01 scrub-drop-count        PIC 9(07)  COMP.
            01 scrub-anon-count        PIC 9(07)  COMP.
            01 scrub-total-count       PIC 9(07)  COMP.
            01 scrub-total-drop        PIC 9(07)  COMP.
            01 scrub-total-anon        PIC 9(07)  COMP.
            01 scrub-file-count        PIC 9(05)  COMP.
            01 scrub-keep-flag         PIC X(01)  VALUE "Y".
                88 scrub-keep                     VALUE "Y".
            01 scrub-anon-flag         PIC X(01)  VALUE "N".
                88 scrub-anon                     VALUE "Y".
            01 scrub-read-ed           PIC Z(06)9.
            01 scrub-drop-ed           PIC Z(06)9.
            01 scrub-anon-ed           PIC Z(06)9.
            01 scrub-days-ed           PIC ZZ9.
            01 scrub-report-name       PIC X(64).

            01 purge-path              PIC X(128) VALUE SPACES.
            01 purge-file-status       PIC X(02).
            01 purge-edit-status       PIC X(02).
            01 purge-list-status       PIC X(02).
            01 end-of-purge-flag       PIC X(01)  VALUE "N".
                88 end-of-purge                   VALUE "Y".
            01 end-of-purge-list-flag  PIC X(01)  VALUE "N".
                88 end-of-purge-list              VALUE "Y".
            01 end-of-notify-dead-flag PIC X(01)  VALUE "N".
                88 end-of-notify-dead             VALUE "Y".

      *> Each file's cutoff: records dated before it go.  Spaces when
      *> that file's retention is 0, which keeps everything.

            01 purge-today             PIC X(08).
            01 purge-days-work         PIC 9(03).
            01 purge-cutoff            PIC X(08).
            01 purge-date-num          PIC 9(08).
            01 purge-stamp-work        PIC X(08).
            01 purge-sub-cutoff-unsub  PIC X(08).
            01 purge-sub-cutoff-pend   PIC X(08).

      *> Mail-out checkpoints are only let go once their post is on
      *> the mailed-list -- a post still being retried needs every
      *> SENT line it has, or a rerun would mail those people twice.
      *> A mailed-list longer than the table leaves the overflow's
      *> checkpoints in place, which is the safe way to be wrong.

            01 purge-mailed-table.
                03 purge-mailed-title  PIC X(32)  OCCURS 2000 TIMES.
            01 purge-mailed-used       PIC 9(05)  COMP.
            01 purge-mailed-sub        PIC 9(05)  COMP.
            01 purge-mailed-hit-flag   PIC X(01)  VALUE "N".
                88 purge-mailed-hit               VALUE "Y".

      *> ERASE's target, as given and upper-cased for the
      *> case-blind compares, with the starred-out form that is all
      *> the certificate ever shows of it.  Free text (a reply, a
      *> notification excerpt, a request line) is searched for it
      *> and every hit overwritten with asterisks, one pass of
      *> MASK-ERASE-HIT per occurrence.

            01 erase-target-env        PIC X(64).
            01 erase-target            PIC X(64).
            01 erase-target-upper      PIC X(64).
            01 erase-target-len        PIC 9(04)  COMP.
            01 erase-target-shown      PIC X(64).
            01 erase-target-domain     PIC X(64).
            01 erase-target-local      PIC X(64).
            01 erase-kind-flag         PIC X(01)  VALUE SPACE.
                88 erase-is-email                 VALUE "E".
                88 erase-is-address               VALUE "A".
            01 erase-text              PIC X(1024).
            01 erase-text-upper        PIC X(1024).
            01 erase-mask-pos          PIC 9(04)  COMP.
            01 erase-mask-hits         PIC 9(04)  COMP.
            01 erase-mask-done-flag    PIC X(01)  VALUE "N".
                88 erase-mask-done                VALUE "Y".
            01 purge-mark-count        PIC 9(07)  COMP.

      *> The NIGHTLY chain's working set: the step list as read from
      *> conf/nightly.dat, with each step's progress alongside --
      *> carried over from the checkpoint for the steps a restart
      *> skips, filled in as the rest run.  nightly-worst-rc is the
      *> highest return code any step of the chain has ended with so
      *> far, which is what each step's condition is tested against.

            01 nightly-step-table.
                03 nightly-step            OCCURS 20 TIMES.
                    05 nightly-step-name   PIC X(16).
                    05 nightly-step-cond   PIC X(32).
                    05 nightly-step-state  PIC X(08).
                    05 nightly-step-rc     PIC 9(03).
                    05 nightly-step-start  PIC X(14).
                    05 nightly-step-end    PIC X(14).
            01 nightly-step-used       PIC 9(03)  COMP.
            01 nightly-sub             PIC 9(03)  COMP.
            01 nightly-chk-sub         PIC 9(03)  COMP.
            01 nightly-restart-at      PIC 9(03)  COMP.
            01 nightly-ran-count       PIC 9(05)  COMP.
            01 nightly-worst-rc        PIC 9(03).
            01 nightly-chain-stamp     PIC X(14).
            01 nightly-control-status  PIC X(02).
            01 nightly-chk-status      PIC X(02).
            01 nightly-fresh-env       PIC X(03).
            01 nightly-line-name       PIC X(16).
            01 nightly-line-cond       PIC X(32).
            01 nightly-line-rest       PIC X(32).
            01 nightly-rc-text         PIC X(08).
            01 nightly-rc-ed           PIC ZZ9.
            01 nightly-step-ed         PIC Z9.

            01 end-of-nightly-flag     PIC X(01)  VALUE "N".
                88 end-of-nightly                 VALUE "Y".
            01 nightly-bad-flag        PIC X(01)  VALUE "N".
                88 nightly-bad                    VALUE "Y".
            01 nightly-match-flag      PIC X(01)  VALUE "Y".
                88 nightly-match                  VALUE "Y".
            01 nightly-cond-flag       PIC X(01)  VALUE "N".
                88 nightly-cond-ok                VALUE "Y".

      *> Walking a condition like "0,4" one code at a time.

            01 nightly-cond-ptr        PIC 9(03)  COMP.
            01 nightly-cond-token      PIC X(08).
            01 nightly-cond-done-flag  PIC X(01)  VALUE "N".
                88 nightly-cond-done              VALUE "Y".

      *> RUN-AUDIT-REPORT's working set.  One tally slot per distinct
      *> request label and per distinct remote address, found by the
      *> same linear probe both tables share -- a day of traffic on
            01 notify-command          PIC X(256).
            01 notify-sent-count       PIC 9(05)  COMP.
            01 notify-fail-count       PIC 9(05)  COMP.
            01 notify-dead-count       PIC 9(05)  COMP.
            01 notify-dead-status      PIC X(02).
            01 notify-tries-work       PIC 9(03)  COMP.

      *> The asset upload's working set.  A multipart/form-data POST
      *> can't come in through the urlencoded ACCEPT path above --
      *> so what's left IS each job's most recent outcome.

            01 job-status-table.
                03 job-status-entry    OCCURS 50 TIMES.
                    05 job-stat-name       PIC X(16).
                    05 job-stat-start      PIC X(14).
                    05 job-stat-end        PIC X(14).
            01 sub-match-require       PIC X(12).
            01 sub-flip-status         PIC X(12).
            01 sub-flip-token          PIC X(32).
            01 sub-flip-date           PIC X(21).

            01 confirm-token           PIC X(32).
            01 confirm-scan-pos        PIC 9(04)  COMP.
            01 mailout-post-count      PIC 9(05)  COMP.
            01 mailout-sent-count      PIC 9(05)  COMP.
            01 mailout-fail-count      PIC 9(05)  COMP.
            01 mailout-dead-count      PIC 9(05)  COMP.
            01 mailout-held-count      PIC 9(05)  COMP.

      *> The checkpoint lookup for one (post, subscriber) pair: the
      *> latest line's outcome and tries, spaces and 0 when the pair
      *> has never been tried.  A post with any recipient still
      *> FAILED after this run stays off the mailed-list, so the
      *> next run comes back for just those.

            01 mailsend-file-status    PIC X(02).
            01 end-of-mailsend-flag    PIC X(01)  VALUE "N".
                88 end-of-mailsend                VALUE "Y".
            01 mailsend-last-status    PIC X(08).
            01 mailsend-last-tries     PIC 9(03)  COMP.
            01 mailsend-tries-work     PIC 9(03)  COMP.
            01 mailout-open-flag       PIC X(01)  VALUE "N".
                88 mailout-post-open              VALUE "Y".

      *> Addresses that ran out of retries this run, marked
      *> BOUNCING once the subscriber walk is over -- the list
      *> can't be rewritten while it is being read.

            01 mailout-bounce-table.
                03 mailout-bounce-email PIC X(64) OCCURS 100 TIMES.
            01 mailout-bounce-used     PIC 9(03)  COMP.
            01 mailout-bounce-sub      PIC 9(03)  COMP.

      *> The blog pagination machinery.  COLLECT-BLOG-ENTRIES pulls
      *> the routed page's live BLOG-ENTRY children into this table
            01 arch-month-hit-flag     PIC X(01)  VALUE "N".
                88 arch-month-hit                 VALUE "Y".

      *> Blog tags.  A post's tags live in one BLOG-TAGS record
      *> filed under the post -- same entry-title as the post, the
      *> post as its parent -- whose value is the tag names, upper
      *> case, one space apart.  "tag=<name>" asks for that tag's
      *> posts as a paginated listing, newest first, through the
      *> same post table and slice arithmetic the routed page's
      *> listing uses.  WALK-BLOG-TAGS gathers every tag a live post
      *> carries into tag-table, alphabetical, with a post count
      *> apiece -- the TAG-CLOUD entry and the generator both read
      *> it.  A tag name is held to the entry-title alphabet (upper
      *> case letters, digits, hyphens) for the same reason a title
      *> is: the generator splices it into a shell command line.

            01 tag-param               PIC X(24).
            01 tag-scan-pos            PIC 9(04)  COMP.

            01 tag-requested-flag      PIC X(01)  VALUE "N".
                88 tag-requested                  VALUE "Y".

            01 tag-table.
                03 tag-table-entry     OCCURS 200 TIMES.
                    05 tag-name        PIC X(24).
                    05 tag-count       PIC 9(04)  COMP.
            01 tag-used                PIC 9(03)  COMP.
            01 tag-sub                 PIC 9(03)  COMP.
            01 tag-sub2                PIC 9(03)  COMP.
            01 tag-max-count           PIC 9(04)  COMP.
            01 tag-weight              PIC 9(03)  COMP.
            01 tag-weight-ed           PIC ZZ9.
            01 tag-count-ed            PIC ZZZ9.

            01 tag-hit-flag            PIC X(01)  VALUE "N".
                88 tag-hit                        VALUE "Y".

            01 end-of-tag-walk-flag    PIC X(01)  VALUE "N".
                88 end-of-tag-walk                VALUE "Y".

            01 tag-walk-key            PIC X(50).
            01 tag-walk-list           PIC X(1024).
            01 tag-seen-list           PIC X(1026).
            01 tag-seen-ptr            PIC 9(04)  COMP.
            01 tag-word                PIC X(24).
            01 tag-scan-ptr            PIC 9(04)  COMP.
            01 tag-probe               PIC X(26).
            01 tag-probe-len           PIC 9(04)  COMP.
            01 tag-probe-count         PIC 9(04)  COMP.

            01 tag-in-list-flag        PIC X(01)  VALUE "N".
                88 tag-in-list                    VALUE "Y".

            01 tag-word-flag           PIC X(01)  VALUE "N".
                88 tag-word-ok                    VALUE "Y".

            01 feed-tag-flag           PIC X(01)  VALUE "N".
                88 feed-tag-ok                    VALUE "Y".

            01 tag-file-open-flag      PIC X(01)  VALUE "N".
                88 tag-file-open                  VALUE "Y".

      *> The admin side: the post the tag record belongs to, and the
      *> operator's typed list cleaned down to the tag alphabet.

            01 tag-post-title          PIC X(32).
            01 tag-clean               PIC X(256).
            01 tag-clean-sub           PIC 9(04)  COMP.
            01 tag-clean-char          PIC X(01).
            01 tag-list-work           PIC X(258).
            01 tag-list-ptr            PIC 9(04)  COMP.

      *> The older/newer links under a listing carry whichever
      *> request built it -- "page=<title>" or "tag=<name>".

            01 blog-nav-param          PIC X(40).

      *> The CSV run modes' working set.  The writer quotes every
      *> field and doubles embedded quotes; the reader is a small
      *> in-quotes state walk that undoes exactly that, one line
           PERFORM PARSE-THEME-REQUEST
           PERFORM PARSE-POSTLINK-REQUEST
           PERFORM PARSE-ARCHIVE-REQUEST
           PERFORM PARSE-TAG-REQUEST
           PERFORM PARSE-BLOGPAGE-REQUEST
           PERFORM PARSE-CONFIRM-REQUEST
           PERFORM PARSE-UNSUB-REQUEST
                           PERFORM RUN-CSV-IMPORT
                       WHEN run-mailout-mode
                           PERFORM RUN-SUBSCRIPTION-MAILOUT
                       WHEN run-promote-mode
                           PERFORM RUN-CONTENT-PROMOTE
                       WHEN run-reconcile-mode
                           PERFORM RUN-CONTENT-RECONCILE
                       WHEN run-editorial-mode
                           PERFORM RUN-EDITORIAL-REPORT
                       WHEN run-purge-mode
                           PERFORM RUN-VISITOR-PURGE
                       WHEN run-erase-mode
                           PERFORM RUN-VISITOR-ERASE
                       WHEN run-nightly-mode
                           PERFORM RUN-NIGHTLY-CHAIN
                       WHEN OTHER
                           PERFORM RUN-BATCH-GENERATOR
                   END-EVALUATE
                   PERFORM RELEASE-RUN-LOCK
               END-IF
           ELSE
              IF redirect-moved OR redirect-gone
                   PERFORM ANSWER-REDIRECT
              ELSE
               IF ajax-requested
                   PERFORM OUTPUT-AJAX-JSON
               ELSE
                   PERFORM SHOW-BLOG-ARCHIVE
                   PERFORM END-HTML
                   ELSE
                   IF tag-requested
                   PERFORM COLLECT-TAGGED-POSTS
                   PERFORM OUTPUT-HEADER
                   PERFORM START-BODY
                   PERFORM BUILD-MENU
                   PERFORM SHOW-TAG-LISTING
                   PERFORM END-HTML
                   ELSE
                   IF FUNCTION TRIM(query-string) = "mode=admin"
                       PERFORM ADMIN-AUTHENTICATE
                       PERFORM OUTPUT-HEADER
                     END-IF
                   END-IF
                   END-IF
                   END-IF
                  END-IF
                  END-IF
                 END-IF
                END-IF
               END-IF
              END-IF
           END-IF

           PERFORM APPEND-AUDIT-RECORD

           MOVE SPACES TO out-dir-path
           STRING "out/" FUNCTION TRIM(current-site-id)
               DELIMITED BY SIZE INTO out-dir-path

           MOVE SPACES TO redirect-path
           STRING "data/" FUNCTION TRIM(current-site-id) ".rdr"
               DELIMITED BY SIZE INTO redirect-path

           MOVE SPACES TO redirect-new-path
           STRING "data/" FUNCTION TRIM(current-site-id) ".rdn"
               DELIMITED BY SIZE INTO redirect-new-path

           MOVE SPACES TO history-path
           STRING "data/" FUNCTION TRIM(current-site-id) ".hst"
               DELIMITED BY SIZE INTO history-path

           MOVE SPACES TO change-path
           STRING "data/" FUNCTION TRIM(current-site-id) ".chg"
               DELIMITED BY SIZE INTO change-path

           MOVE SPACES TO change-new-path
           STRING "data/" FUNCTION TRIM(current-site-id) ".chn"
               DELIMITED BY SIZE INTO change-new-path.

       APPEND-AUDIT-RECORD.

               WHEN archive-requested
                   STRING "ARCHIVE " archive-month
                       DELIMITED BY SIZE INTO audit-request-label
               WHEN tag-requested
                   STRING "TAG " FUNCTION TRIM(tag-param)
                       DELIMITED BY SIZE INTO audit-request-label
               WHEN FUNCTION TRIM(requested-page) NOT = SPACES
                   MOVE FUNCTION TRIM(requested-page)
                       TO audit-request-label
      *> connection back to Apache -- a batch run (orchestrator or
      *> per-page child) writes straight HTML, so it's left off.  A
      *> fresh ADMIN-AUTHENTICATE login gets its Set-Cookie line added
      *> here too, ahead of the blank line that ends the headers, and
      *> a page answering with anything but a plain 200 (the 410 for
      *> a removed page) leads with its CGI Status line.  DISPLAY
      *> ends each header line itself; the one blank line is the
      *> last DISPLAY's.

           IF NOT batch-mode
               IF http-status-line NOT = SPACES
                   DISPLAY
                        "Status: " FUNCTION TRIM(http-status-line)
                   END-DISPLAY
               END-IF
               DISPLAY
                    "Content-type: text/html"
               END-DISPLAY
               IF issue-admin-cookie
                   DISPLAY
                        "Set-Cookie: COBWEBADMIN="
                        FUNCTION TRIM(admin-session-token)
                        "; HttpOnly; SameSite=Strict"
                   END-DISPLAY
               END-IF
               IF clear-admin-cookie
                   DISPLAY
                        "Set-Cookie: COBWEBADMIN=; Max-Age=0"
                        "; HttpOnly; SameSite=Strict"
                   END-DISPLAY
               END-IF
               DISPLAY newline END-DISPLAY
               WHEN "BLOG-PAGE-SIZE"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO blog-page-size
               WHEN "SESSION-IDLE-MINUTES"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO session-idle-minutes
               WHEN "LOGIN-MAX-FAILS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO login-max-fails
               WHEN "MAIL-RETRY-LIMIT"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO mail-retry-limit
                   IF mail-retry-limit > 98
                       MOVE 98 TO mail-retry-limit
                   END-IF
               WHEN "EDITORIAL-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO editorial-days
               WHEN "STALE-MONTHS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO stale-months
               WHEN "EXPIRY-WARN-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO expiry-warn-days
               WHEN "PURGE-PENDING-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-pending-days
               WHEN "PURGE-REPLYLOG-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-replylog-days
               WHEN "PURGE-BLOCK-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-block-days
               WHEN "PURGE-UNSUB-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-unsub-days
               WHEN "PURGE-UNCONFIRMED-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-unconfirmed-days
               WHEN "PURGE-NOTIFY-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-notify-days
               WHEN "PURGE-MAILSEND-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-mailsend-days
               WHEN "PURGE-ACCESS-DAYS"
                   MOVE FUNCTION NUMVAL(config-value)
                       TO purge-access-days
               WHEN OTHER
                   DISPLAY "FETCH-CONFIGURATION: unrecognized "
                       "config token: " config-token
      *> written.

           MOVE SPACES TO requested-page
           MOVE "N" TO redirect-via-path-flag

           IF FUNCTION TRIM(path-info) NOT = SPACES
               SET redirect-via-path TO TRUE
               MOVE FUNCTION TRIM(path-info) TO requested-page
               IF requested-page(1:1) = "/"
                   MOVE requested-page(2:) TO requested-page
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(requested-page))
               TO requested-page

      *> A live request for a page that isn't on file may be for
      *> one that was renamed or removed -- see CHECK-REDIRECT.

           IF requested-page NOT = SPACES AND NOT batch-mode
               MOVE "PAGE" TO redirect-kind-work
               MOVE requested-page TO redirect-old-work
               PERFORM CHECK-REDIRECT
           END-IF.

       PARSE-AJAX-REQUEST.

                       SET postlink-requested TO TRUE
                   END-IF
               END-IF
           END-IF

      *> Same redirect check as a page request gets -- a permalink
      *> to a post since retitled or deleted.

           IF postlink-requested AND NOT batch-mode
               MOVE "POST" TO redirect-kind-work
               MOVE postlink-title TO redirect-old-work
               PERFORM CHECK-REDIRECT
           END-IF.

       CHECK-REDIRECT.

      *> Only a title that ISN'T on file is looked up -- an old name
      *> somebody has since reused for a fresh page is that page
      *> again, whatever the table says.  A hit leaves its answer in
      *> redirect-answer for the main line to act on before it
      *> renders anything.

           MOVE SPACES TO redirect-answer
           MOVE SPACES TO redirect-target
           PERFORM PROBE-REDIRECT-KEY
           IF NOT redirect-key-live
               PERFORM FIND-REDIRECT
               IF redirect-found
                   IF rdr-gone
                       SET redirect-gone TO TRUE
                   ELSE
                       SET redirect-moved TO TRUE
                       MOVE rdr-new-rec TO redirect-target
                   END-IF
               END-IF
           END-IF.

       PROBE-REDIRECT-KEY.

      *> Is redirect-old-work on file as the kind of record
      *> redirect-kind-work names?  A store that won't open counts
      *> as live -- the ordinary page path has its own way of saying
      *> so, and no redirect should be guessed at over it.

           MOVE "N" TO redirect-live-flag
           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               MOVE redirect-old-work TO entry-title-lk
               IF redirect-kind-work = "POST"
                   MOVE "BLOG-ENTRY" TO entry-type-lk
               ELSE
                   MOVE "PAGE" TO entry-type-lk
               END-IF
               READ content-lookup-file
                   INVALID KEY CONTINUE
               END-READ
               IF content-lookup-status = "00"
                   SET redirect-key-live TO TRUE
               END-IF
               CLOSE content-lookup-file
           ELSE
               SET redirect-key-live TO TRUE
           END-IF.

       FIND-REDIRECT.

      *> Linear scan of the redirect table for redirect-kind-work +
      *> redirect-old-work; the match is left in the redirect-entry
      *> buffer, the same as FIND-OPERATOR-RECORD leaves its match.

           MOVE "N" TO redirect-found-flag
           MOVE "N" TO end-of-redirect-flag
           OPEN INPUT redirect-file
           IF redirect-file-status = "00"
               PERFORM READ-REDIRECT-ENTRY
               PERFORM MATCH-REDIRECT-ENTRY
                   UNTIL end-of-redirect OR redirect-found
               CLOSE redirect-file
           END-IF.

       READ-REDIRECT-ENTRY.
           READ redirect-file
               AT END SET end-of-redirect TO TRUE
           END-READ
           IF redirect-file-status NOT = "00"
               SET end-of-redirect TO TRUE
           END-IF.

       MATCH-REDIRECT-ENTRY.
           IF rdr-kind-rec = redirect-kind-work AND
                   rdr-old-rec = redirect-old-work
               SET redirect-found TO TRUE
           ELSE
               PERFORM READ-REDIRECT-ENTRY
           END-IF.

       ANSWER-REDIRECT.

      *> A 301 is all headers: the CGI "Status:" line Apache turns
      *> into the real status, a Location built the same way the
      *> request came in (PATH_INFO or "page=" for a page, "post="
      *> for a post), and a one-line body for anything that doesn't
      *> follow Location by itself.  A 410 is a full page in the
      *> site's own dress, so a visitor following a dead link isn't
      *> dumped on a bare error.

           MOVE SPACES TO script-name-env
           ACCEPT script-name-env FROM ENVIRONMENT "SCRIPT_NAME"
               ON EXCEPTION MOVE SPACES TO script-name-env
           END-ACCEPT

           IF redirect-moved
               MOVE SPACES TO redirect-location
               EVALUATE TRUE
                   WHEN redirect-kind-work = "POST"
                       STRING FUNCTION TRIM(script-name-env)
                           "?post=" FUNCTION TRIM(redirect-target)
                           DELIMITED BY SIZE INTO redirect-location
                   WHEN redirect-via-path
                       STRING FUNCTION TRIM(script-name-env)
                           "/" FUNCTION TRIM(redirect-target)
                           DELIMITED BY SIZE INTO redirect-location
                   WHEN OTHER
                       STRING FUNCTION TRIM(script-name-env)
                           "?page=" FUNCTION TRIM(redirect-target)
                           DELIMITED BY SIZE INTO redirect-location
               END-EVALUATE
               DISPLAY
                    "Status: 301 Moved Permanently"
                    newline
                    "Location: " FUNCTION TRIM(redirect-location)
                    newline
                    "Content-type: text/html"
                    newline
                    newline
                    "<!DOCTYPE html>"
                    newline
                    "<html><head><title>Moved</title></head><body>"
                    newline
                    '<p>This page has moved to <a href="'
                    FUNCTION TRIM(redirect-location) '">'
                    FUNCTION TRIM(redirect-location) "</a>.</p>"
                    newline
                    "</body></html>"
               END-DISPLAY
           ELSE
               MOVE "410 Gone" TO http-status-line
               PERFORM OUTPUT-HEADER
               PERFORM START-BODY
               PERFORM BUILD-MENU
               DISPLAY '<div id="gone">'
               DISPLAY "<h2>Gone</h2>"
               DISPLAY "<p>That page has been removed from this site "
                   "for good.</p>"
               END-DISPLAY
               DISPLAY '<p><a href="?">Back to the site</a></p>'
               DISPLAY "</div>"
               PERFORM END-HTML
           END-IF.

       PARSE-ARCHIVE-REQUEST.
               END-IF
           END-IF.

       PARSE-TAG-REQUEST.

      *> "tag=<name>" -- one tag's posts as a listing -- either on
      *> its own or riding second, after "feed=rss&" for that tag's
      *> own feed, or ahead of a "&blogpage=" for a later slice.  A
      *> name outside the tag alphabet is ignored the same way a
      *> junk archive= month is.

           MOVE SPACES TO tag-param
           MOVE "N" TO tag-requested-flag

           MOVE FUNCTION UPPER-CASE(query-string)
               TO query-string-upper
           MOVE 0 TO tag-scan-pos
           IF query-string-upper(1:4) = "TAG="
               MOVE 4 TO tag-scan-pos
           ELSE
               INSPECT query-string-upper TALLYING tag-scan-pos
                   FOR CHARACTERS BEFORE INITIAL "&TAG="
               IF tag-scan-pos <
                       FUNCTION LENGTH(FUNCTION TRIM(query-string))
                   ADD 5 TO tag-scan-pos
               ELSE
                   MOVE 0 TO tag-scan-pos
               END-IF
           END-IF

           IF tag-scan-pos > 0
               MOVE query-string-upper(tag-scan-pos + 1:) TO tag-clean
               MOVE 0 TO tag-scan-pos
               INSPECT tag-clean TALLYING tag-scan-pos
                   FOR CHARACTERS BEFORE INITIAL "&"
               IF tag-scan-pos < 256
                   MOVE SPACES TO tag-clean(tag-scan-pos + 1:)
               END-IF
               IF tag-clean NOT = SPACES AND tag-clean(25:) = SPACES
                   MOVE tag-clean TO tag-word
                   PERFORM CHECK-TAG-WORD
                   IF tag-word-ok
                       MOVE tag-word TO tag-param
                       SET tag-requested TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-TAG-WORD.

      *> Is tag-word one name in the tag alphabet alone?  No space
      *> inside or ahead of it, and a cleaned copy the same as the
      *> original -- anything CLEAN-TAG-CHAR had to blank out makes
      *> the two differ.

           MOVE "N" TO tag-word-flag
           MOVE 0 TO tag-probe-count
           INSPECT tag-word TALLYING tag-probe-count
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF tag-probe-count > 0 AND tag-probe-count =
                   FUNCTION LENGTH(FUNCTION TRIM(tag-word))
               MOVE tag-word TO tag-clean
               PERFORM CLEAN-TAG-CHAR
                   VARYING tag-clean-sub FROM 1 BY 1
                   UNTIL tag-clean-sub > 24
               IF tag-clean(1:24) = tag-word
                   SET tag-word-ok TO TRUE
               END-IF
           END-IF.

       PARSE-BLOGPAGE-REQUEST.

      *> "blogpage=<n>" rides alongside "page=" (e.g.
               INTO post-field(1) post-field(2) post-field(3)
                    post-field(4) post-field(5) post-field(6)
                    post-field(7) post-field(8) post-field(9)
                    post-field(10) post-field(11) post-field(12)
           END-UNSTRING

           MOVE SPACES TO post-article
           MOVE SPACES TO post-block-addr
           MOVE SPACES TO post-hist-rev
           MOVE SPACES TO post-email
           MOVE SPACES TO post-change-id
           MOVE SPACES TO post-change-note
           MOVE SPACES TO post-entry-newtitle
           MOVE SPACES TO post-redirect-kind
           MOVE SPACES TO post-redirect-old
           MOVE SPACES TO post-redirect-new
           MOVE SPACES TO post-entry-tags
           MOVE "N" TO post-tags-given-flag

           MOVE 1 TO post-field-sub
           PERFORM PARSE-POST-PARAM UNTIL post-field-sub > 12.

       PARSE-POST-PARAM.
           MOVE post-field(post-field-sub) TO post-param
                       WHEN "EMAIL"
                           MOVE FUNCTION TRIM(post-param-value)
                               TO post-email
                       WHEN "CHG"
                           MOVE FUNCTION TRIM(post-param-value)
                               TO post-change-id
                       WHEN "NOTE"
                           MOVE FUNCTION TRIM(post-param-value)
                               TO post-change-note
                       WHEN "NEWTITLE"
                           MOVE FUNCTION TRIM(post-param-value)
                               TO post-entry-newtitle
                       WHEN "RKIND"
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               post-param-value)) TO post-redirect-kind
                       WHEN "ROLD"
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               post-param-value)) TO post-redirect-old
                       WHEN "RNEW"
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               post-param-value)) TO post-redirect-new
                       WHEN "TAGS"
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               post-param-value)) TO post-entry-tags
                           SET post-tags-given TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           MOVE new-reply-title TO notify-reply-title
           MOVE post-article TO notify-article
           MOVE post-comment(1:128) TO notify-excerpt
           MOVE 0 TO notify-tries
           WRITE notify-entry
           CLOSE notify-file.

      *> real address goes on the list PENDING with a fresh token
      *> and gets the confirmation mail; an address already
      *> PENDING or CONFIRMED is left exactly as it is; one that
      *> unsubscribed, or was marked BOUNCING, and asks again
      *> starts over from PENDING.

           MOVE SPACE TO subscribe-result

                   PERFORM FIND-SUBSCRIBER
                   EVALUATE TRUE
                       WHEN sub-lookup-found AND
                               (FUNCTION TRIM(sub-status-rec) =
                                   "UNSUBSCRIBED" OR
                                FUNCTION TRIM(sub-status-rec) =
                                   "BOUNCING")
                           PERFORM MAKE-SUB-TOKEN
                           MOVE post-email TO sub-match-email
                           MOVE SPACES TO sub-match-token

           MOVE "N" TO end-of-subscriber-flag
           MOVE "N" TO sub-action-flag
           MOVE FUNCTION CURRENT-DATE TO sub-flip-date

           OPEN INPUT subscriber-file
           IF subscriber-file-status = "00"
                   FUNCTION TRIM(sub-status-rec) =
                       FUNCTION TRIM(sub-match-require)
               MOVE sub-flip-status TO sub-status-rec
               MOVE sub-flip-date(1:8) TO sub-date-rec
               IF sub-flip-token NOT = SPACES
                   MOVE sub-flip-token TO sub-token-rec
               END-IF
      *> data/users.dat, one account per operator -- the config's
      *> own admin pair is only honoured while that file has no
      *> records, so a brand new site can log in once and create
      *> real accounts.  A wrong password is logged and counted
      *> against the login; enough of them in a row lock the
      *> account.  A good one clears the count.

           PERFORM CHECK-ADMIN-SESSION

           IF NOT admin-authenticated AND NOT admin-logout-done
               IF post-admin-login NOT = SPACES AND
                       post-admin-pass NOT = SPACES
                   MOVE post-admin-login TO operator-lookup-login
                           MOVE FUNCTION TRIM(user-role-rec)
                               TO current-operator-role
                           SET admin-authenticated TO TRUE
                           IF user-fails-rec IS NUMERIC AND
                                   user-fails-rec > 0
                               SET user-fail-clear TO TRUE
                               PERFORM UPDATE-LOGIN-FAILURES
                           END-IF
                           PERFORM ESTABLISH-ADMIN-SESSION
                       WHEN NOT users-exist AND
                               post-admin-login = login IN admin AND
                           SET admin-authenticated TO TRUE
                           PERFORM ESTABLISH-ADMIN-SESSION
                       WHEN OTHER
                           PERFORM RECORD-LOGIN-FAILURE
                   END-EVALUATE
               END-IF
           END-IF.

       RECORD-LOGIN-FAILURE.

      *> Every refused login goes on the security log, known login
      *> or not.  Only a live ACTIVE account has anything to count
      *> against -- one already LOCKED or DISABLED stays as it is,
      *> and a login nobody holds has no record to lock.

           MOVE post-admin-login TO security-login-work
           MOVE "FAIL" TO security-event-work
           PERFORM WRITE-SECURITY-EVENT

           IF operator-found AND
                   FUNCTION TRIM(user-status-rec) = "ACTIVE" AND
                   login-max-fails > 0
               SET user-fail-count TO TRUE
               PERFORM UPDATE-LOGIN-FAILURES
               IF user-locked-now
                   MOVE "LOCKOUT" TO security-event-work
                   PERFORM WRITE-SECURITY-EVENT
               END-IF
           END-IF.

       UPDATE-LOGIN-FAILURES.

      *> Same rewrite-and-rename as ADMIN-REWRITE-USER, touching
      *> only the failure count (and, on the failure that reaches
      *> LOGIN-MAX-FAILS, the status) of operator-lookup-login's
      *> record.

           MOVE "N" TO end-of-user-file-flag
           MOVE "N" TO user-locked-flag

           OPEN INPUT user-file
           IF user-file-status = "00"
               OPEN OUTPUT user-edit-file
               PERFORM READ-USER-RECORD
               PERFORM COUNT-USER-FAILURE UNTIL end-of-user-file
               CLOSE user-file
               CLOSE user-edit-file
               CALL "SYSTEM" USING
                   "mv data/users.new data/users.dat"
           END-IF.

       COUNT-USER-FAILURE.
           PERFORM COPY-USER-RECORD

           IF FUNCTION TRIM(user-login-rec) =
                   FUNCTION TRIM(operator-lookup-login)
               IF user-fail-clear
                   MOVE 0 TO user-fails-ue
               ELSE
                   ADD 1 TO user-fails-ue
                   IF user-fails-ue >= login-max-fails
                       MOVE "LOCKED" TO user-status-ue
                       SET user-locked-now TO TRUE
                   END-IF
               END-IF
           END-IF

           WRITE user-edit-entry

           PERFORM READ-USER-RECORD.

       COPY-USER-RECORD.

      *> An account written before the failure count existed reads
      *> back with blanks there -- that is a count of nought.

           MOVE user-login-rec TO user-login-ue
           MOVE user-passwd-rec TO user-passwd-ue
           MOVE user-name-rec TO user-name-ue
           MOVE user-role-rec TO user-role-ue
           MOVE user-status-rec TO user-status-ue
           IF user-fails-rec IS NUMERIC
               MOVE user-fails-rec TO user-fails-ue
           ELSE
               MOVE 0 TO user-fails-ue
           END-IF.

       WRITE-SECURITY-EVENT.

      *> One line onto the security log for security-event-work and
      *> security-login-work, stamped and tagged with the address
      *> the request came from.  Same first-record OPEN OUTPUT dance
      *> as every file here that grows from nothing.

           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE SPACES TO remote-addr
           ACCEPT remote-addr FROM ENVIRONMENT "REMOTE_ADDR"
               ON EXCEPTION MOVE SPACES TO remote-addr
           END-ACCEPT

           OPEN EXTEND security-log-file
           IF security-log-status = "35"
               OPEN OUTPUT security-log-file
           END-IF
           MOVE SPACES TO security-log-entry
           MOVE audit-now(1:14) TO sec-stamp-rec
           MOVE security-event-work TO sec-event-rec
           MOVE security-login-work TO sec-login-rec
           MOVE remote-addr TO sec-addr-rec
           WRITE security-log-entry
           CLOSE security-log-file.

       ASSUME-BOOTSTRAP-OPERATOR.

      *> The config pair acting as the only account, on a site whose
      *> user file holds no records yet -- full ADMIN role, so the
      *> first thing that operator can do is create the real
      *> accounts.

           MOVE login IN admin TO current-operator-login
           MOVE name IN admin TO current-operator-name
           MOVE "ADMIN" TO current-operator-role.

       FIND-OPERATOR-RECORD.

      *> Linear scan of the account file for operator-lookup-login;
      *> the matched record is left in the user-entry buffer.  A
      *> handful of operators doesn't justify anything keyed.  Also
      *> notes whether the file held any records at all -- that is
      *> what switches the config-pair bootstrap off.

           MOVE "N" TO operator-found-flag
           MOVE "N" TO users-exist-flag
           MOVE "N" TO end-of-user-file-flag

           OPEN INPUT user-file
           IF user-file-status = "00"
               PERFORM READ-USER-RECORD
               PERFORM MATCH-USER-RECORD
                   UNTIL end-of-user-file OR operator-found
               CLOSE user-file
           END-IF.

       READ-USER-RECORD.
           READ user-file
               AT END SET end-of-user-file TO TRUE
           END-READ
           IF user-file-status NOT = "00"
               SET end-of-user-file TO TRUE
           END-IF.

       MATCH-USER-RECORD.
           IF user-login-rec NOT = SPACES
               SET users-exist TO TRUE
           END-IF
           IF FUNCTION TRIM(user-login-rec) =
                   FUNCTION TRIM(operator-lookup-login)
               SET operator-found TO TRUE
           END-IF.

       CHECK-ADMIN-SESSION.

      *> Every admin request that carries a cookie sweeps the whole
      *> session file while looking for its token: sessions idle
      *> past SESSION-IDLE-MINUTES are dropped (and logged as
      *> EXPIRED), the caller's own session gets its last-activity
      *> stamp brought up to now -- or, on a LOGOUT, is dropped and
      *> logged too, and its cookie cleared.  A session from before
      *> the stamps were kept has no last-activity and simply
      *> expires.

           MOVE SPACES TO http-cookie-env
           ACCEPT http-cookie-env FROM ENVIRONMENT "HTTP_COOKIE"
               ON EXCEPTION MOVE SPACES TO http-cookie-env
           IF FUNCTION TRIM(http-cookie-env) NOT = SPACES
               PERFORM FIND-ADMIN-COOKIE-TOKEN
               IF admin-session-token NOT = SPACES
                   PERFORM SWEEP-ADMIN-SESSIONS
                   IF session-matched
                       IF post-op = "LOGOUT"
                           MOVE session-match-login
                               TO security-login-work
                           MOVE "LOGOUT" TO security-event-work
                           PERFORM WRITE-SECURITY-EVENT
                           SET admin-logout-done TO TRUE
                           SET clear-admin-cookie TO TRUE
                       ELSE
                           PERFORM RESUME-OPERATOR-SESSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SWEEP-ADMIN-SESSIONS.
           MOVE "N" TO end-of-session-flag
           MOVE "N" TO session-match-flag
           MOVE "N" TO session-expired-flag
           MOVE SPACES TO session-match-login

           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:14) TO session-now-stamp
           MOVE session-now-stamp TO stamp-secs-in
           PERFORM STAMP-TO-SECONDS
           MOVE stamp-secs-out TO session-now-secs
           COMPUTE session-idle-limit = session-idle-minutes * 60

      *> Only the lock holder rewrites the file.  A lock that
      *> still can't be had once any stale one is broken leaves
      *> nobody rewriting, so the cookie is still matched against
      *> the file as it stands and the idle sweep waits for the
      *> next request.

           PERFORM TAKE-SESSION-LOCK

           OPEN INPUT admin-session-file
           IF admin-session-file-status = "00"
               IF session-lock-held
                   OPEN OUTPUT admin-session-edit-file
               END-IF
               PERFORM READ-SESSION-ENTRY
               PERFORM SWEEP-SESSION-RECORD UNTIL end-of-session
               CLOSE admin-session-file
               IF session-lock-held
                   CLOSE admin-session-edit-file
                   CALL "SYSTEM" USING
                       "mv data/session.new data/session.dat"
               END-IF
           END-IF

           PERFORM RELEASE-SESSION-LOCK.

       TAKE-SESSION-LOCK.
           MOVE "N" TO session-lock-flag
           MOVE 0 TO session-lock-tries
           PERFORM TRY-SESSION-LOCK
               UNTIL session-lock-held OR session-lock-tries >= 50
           IF NOT session-lock-held
               DISPLAY "cobweb: data/session.lock could not be "
                   "taken -- admin sessions left as they stand"
                   UPON SYSERR
           END-IF.

       TRY-SESSION-LOCK.

      *> A request holds the lock for a moment, never a minute, so
      *> one older than that was left by a request that died
      *> holding it.  The first refusal breaks such a lock and the
      *> next try takes it; a live holder is simply waited out.

           ADD 1 TO session-lock-tries
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING
               "mkdir data/session.lock 2>/dev/null"
           MOVE RETURN-CODE TO shell-command-rc
           MOVE 0 TO RETURN-CODE

           IF shell-command-rc = 0
               SET session-lock-held TO TRUE
           ELSE
               IF session-lock-tries = 1
                   MOVE SPACES TO batch-command
                   STRING "find data/session.lock -maxdepth 0 "
                       "-mmin +1 -exec rmdir {} \; 2>/dev/null"
                       DELIMITED BY SIZE INTO batch-command
                   CALL "SYSTEM" USING batch-command
               ELSE
                   CALL "SYSTEM" USING "sleep 0.1"
               END-IF
           END-IF.

       RELEASE-SESSION-LOCK.
           IF session-lock-held
               CALL "SYSTEM" USING
                   "rmdir data/session.lock 2>/dev/null"
               MOVE "N" TO session-lock-flag
           END-IF.

       READ-SESSION-ENTRY.
           READ admin-session-file
               AT END SET end-of-session TO TRUE
           END-READ
           IF admin-session-file-status NOT = "00"
               SET end-of-session TO TRUE
           END-IF.

       SWEEP-SESSION-RECORD.
           MOVE "N" TO session-drop-flag
           IF session-idle-minutes > 0
               IF admin-session-last-rec IS NUMERIC
                   MOVE admin-session-last-rec TO stamp-secs-in
                   PERFORM STAMP-TO-SECONDS
                   MOVE stamp-secs-out TO session-rec-secs
                   IF session-rec-secs <= session-now-secs AND
                           session-now-secs - session-rec-secs >
                               session-idle-limit
                       SET session-drop TO TRUE
                   END-IF
               ELSE
                   SET session-drop TO TRUE
               END-IF
           END-IF

           IF session-drop
               IF FUNCTION TRIM(admin-session-token-rec) =
                       FUNCTION TRIM(admin-session-token)
                   SET session-expired TO TRUE
               END-IF
               IF session-lock-held
                   MOVE admin-session-login-rec TO security-login-work
                   MOVE "EXPIRED" TO security-event-work
                   PERFORM WRITE-SECURITY-EVENT
               END-IF
           ELSE
               IF FUNCTION TRIM(admin-session-token-rec) =
                       FUNCTION TRIM(admin-session-token)
                   SET session-matched TO TRUE
                   MOVE admin-session-login-rec TO session-match-login
                   MOVE session-now-stamp TO admin-session-last-rec
                   IF post-op NOT = "LOGOUT" AND session-lock-held
                       MOVE admin-session-entry
                           TO admin-session-edit-entry
                       WRITE admin-session-edit-entry
                   END-IF
               ELSE
                   IF session-lock-held
                       MOVE admin-session-entry
                           TO admin-session-edit-entry
                       WRITE admin-session-edit-entry
                   END-IF
               END-IF
           END-IF

           PERFORM READ-SESSION-ENTRY.

       RESUME-OPERATOR-SESSION.

      *> The cookie's token matched -- now settle WHO it belongs to.
      *> login.  A session issued to the config-pair bootstrap stays
      *> good only while the user file still has no records.

           MOVE session-match-login TO operator-lookup-login
           IF FUNCTION TRIM(operator-lookup-login) NOT = SPACES
               PERFORM FIND-OPERATOR-RECORD
               EVALUATE TRUE
                           TO current-operator-role
                       SET admin-authenticated TO TRUE
                   WHEN NOT users-exist AND
                           session-match-login = login IN admin
                       PERFORM ASSUME-BOOTSTRAP-OPERATOR
                       SET admin-authenticated TO TRUE
                   WHEN OTHER
                   WITH POINTER admin-token-out-ptr
           END-IF

      *> Appended, not overwritten -- whoever else is logged in
      *> keeps their session.  The append waits on the sweep's lock,
      *> or a sweep mid-rename would drop this line; a lock that
      *> never frees means nobody is sweeping, and the append goes
      *> ahead regardless.

           PERFORM TAKE-SESSION-LOCK
           MOVE FUNCTION CURRENT-DATE TO audit-now
           OPEN EXTEND admin-session-file
           IF admin-session-file-status = "35"
               OPEN OUTPUT admin-session-file
           END-IF
           MOVE SPACES TO admin-session-entry
           MOVE admin-session-token TO admin-session-token-rec
           MOVE current-operator-login TO admin-session-login-rec
           MOVE audit-now(1:14) TO admin-session-issued-rec
           MOVE audit-now(1:14) TO admin-session-last-rec
           WRITE admin-session-entry
           CLOSE admin-session-file
           PERFORM RELEASE-SESSION-LOCK

           MOVE current-operator-login TO security-login-work
           MOVE "LOGIN" TO security-event-work
           PERFORM WRITE-SECURITY-EVENT

           SET issue-admin-cookie TO TRUE.

       SHOW-ADMIN-LOGIN.
           DISPLAY '<div id="admin-login">'
           DISPLAY "<h2>Site Administration</h2>"
           IF admin-logout-done
               DISPLAY "<p>You have been logged out.</p>"
           END-IF
           IF session-expired
               DISPLAY "<p>Your session timed out -- please log in "
                   "again.</p>"
               END-DISPLAY
           END-IF
           DISPLAY '<form method="post" name="adminlogin">'
           DISPLAY '<label>Login<input type="text" name="adminlogin">'
               "</label>"
                       post-op = "USERRESET"
                   PERFORM SHOW-USER-LIST
               END-IF
               IF post-op = "SECLOG"
                   PERFORM SHOW-SECURITY-LOG
               END-IF
               IF post-op = "EDREPORT"
                   PERFORM SHOW-EDITORIAL-REPORT
               END-IF
               IF post-op = "REDIRECTS" OR post-op = "RDRADD" OR
                       post-op = "RDRDELETE"
                   PERFORM SHOW-REDIRECT-LIST
               END-IF
               PERFORM SHOW-BACKUP-BUTTON
           END-IF
           IF post-op = "HISTORY" OR post-op = "HISTREVERT"
               PERFORM SHOW-ENTRY-HISTORY
           END-IF
           PERFORM SHOW-CHANGE-QUEUE
           PERFORM LIST-PENDING-REPLIES
           PERFORM SHOW-HIT-TABLE
           PERFORM SHOW-JOB-STATUS
           DISPLAY '<p id="admin-whoami">Logged in as '
               FUNCTION TRIM(html-escape-target) " ("
               FUNCTION TRIM(current-operator-role) ")</p>"
           END-DISPLAY
           DISPLAY '<form method="post" name="adminlogout">'
           DISPLAY '<input type="hidden" name="op" value="LOGOUT">'
           DISPLAY '<input type="submit" value="Log Out">'
           DISPLAY "</form>".

       SHOW-BACKUP-BUTTON.
           DISPLAY '<form method="post" name="adminbackups">'
           DISPLAY '<form method="post" name="adminusers">'
           DISPLAY '<input type="hidden" name="op" value="USERS">'
           DISPLAY '<input type="submit" value="Accounts">'
           DISPLAY "</form>"
           DISPLAY '<form method="post" name="adminseclog">'
           DISPLAY '<input type="hidden" name="op" value="SECLOG">'
           DISPLAY '<input type="submit" value="Security Log">'
           DISPLAY "</form>"
           DISPLAY '<form method="post" name="adminredirects">'
           DISPLAY '<input type="hidden" name="op" value="REDIRECTS">'
           DISPLAY '<input type="submit" value="Redirects">'
           DISPLAY "</form>"
           DISPLAY '<form method="post" name="adminedreport">'
           DISPLAY '<input type="hidden" name="op" value="EDREPORT">'
           DISPLAY '<input type="submit" value="Editorial Report">'
           DISPLAY "</form>".

       SHOW-SECURITY-LOG.

      *> The tail of the security log, oldest of the window first
      *> the way the file reads: one pass to count the lines, a
      *> second to skip down to the last security-log-window of
      *> them.

           MOVE 0 TO security-log-count
           MOVE "N" TO end-of-security-log-flag
           OPEN INPUT security-log-file
           IF security-log-status = "00"
               PERFORM READ-SECURITY-LOG-ENTRY
               PERFORM COUNT-SECURITY-LOG-ENTRY
                   UNTIL end-of-security-log
               CLOSE security-log-file
           END-IF

           MOVE 0 TO security-log-skip
           IF security-log-count > security-log-window
               COMPUTE security-log-skip =
                   security-log-count - security-log-window
           END-IF

           DISPLAY '<div id="admin-seclog">'
           DISPLAY "<h2>Security Log</h2>"
           DISPLAY "<table>"
           DISPLAY "<tr><th>When</th><th>Event</th><th>Login</th>"
               "<th>Address</th></tr>"
           END-DISPLAY
           MOVE 0 TO security-log-row
           MOVE "N" TO end-of-security-log-flag
           OPEN INPUT security-log-file
           IF security-log-status = "00"
               PERFORM READ-SECURITY-LOG-ENTRY
               PERFORM SHOW-SECURITY-LOG-ROW UNTIL end-of-security-log
               CLOSE security-log-file
           END-IF
           DISPLAY "</table>"
           DISPLAY "</div>".

       READ-SECURITY-LOG-ENTRY.
           READ security-log-file
               AT END SET end-of-security-log TO TRUE
           END-READ
           IF security-log-status NOT = "00"
               SET end-of-security-log TO TRUE
           END-IF.

       COUNT-SECURITY-LOG-ENTRY.
           ADD 1 TO security-log-count
           PERFORM READ-SECURITY-LOG-ENTRY.

       SHOW-SECURITY-LOG-ROW.
           ADD 1 TO security-log-row
           IF security-log-row > security-log-skip
               MOVE sec-login-rec TO html-escape-source
               PERFORM HTML-ESCAPE-VALUE
               MOVE html-escape-target TO admin-row-title-esc
               DISPLAY "<tr><td>" sec-stamp-rec
                   "</td><td>" FUNCTION TRIM(sec-event-rec)
                   "</td><td>" FUNCTION TRIM(admin-row-title-esc)
                   "</td><td>" FUNCTION TRIM(sec-addr-rec)
                   "</td></tr>"
               END-DISPLAY
           END-IF
           PERFORM READ-SECURITY-LOG-ENTRY.

       SHOW-EDITORIAL-REPORT.

      *> The newest log/editorial-YYYYMMDD.txt as the EDITORIAL run
      *> wrote it -- the dated names sort in date order, so the last
      *> one ls lists is the latest -- copied into the scan scratch
      *> and read back a line at a time, the theme rack's dance.

           MOVE SPACES TO batch-command
           STRING "ls -1 log/editorial-*.txt 2>/dev/null | tail -1"
               " | xargs -r cat > data/assetscan.tmp"
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command

           MOVE 0 TO edit-view-count
           MOVE "N" TO end-of-edit-view-flag
           DISPLAY '<div id="admin-edreport">'
           DISPLAY "<h2>Editorial Report</h2>"
           DISPLAY "<pre>"
           OPEN INPUT asset-scan-file
           IF asset-scan-status = "00"
               PERFORM READ-EDIT-VIEW-LINE
               PERFORM SHOW-EDIT-VIEW-LINE UNTIL end-of-edit-view
               CLOSE asset-scan-file
           END-IF
           DISPLAY "</pre>"
           IF edit-view-count = 0
               DISPLAY "<p>No editorial report has been run yet.</p>"
           END-IF
           DISPLAY "</div>"

           CALL "SYSTEM" USING "rm -f data/assetscan.tmp".

       READ-EDIT-VIEW-LINE.
           READ asset-scan-file
               AT END SET end-of-edit-view TO TRUE
           END-READ
           IF asset-scan-status NOT = "00"
               SET end-of-edit-view TO TRUE
           END-IF.

       SHOW-EDIT-VIEW-LINE.
           ADD 1 TO edit-view-count
           MOVE 0 TO edit-view-indent
           IF asset-scan-line NOT = SPACES
               INSPECT asset-scan-line TALLYING edit-view-indent
                   FOR LEADING SPACE
           END-IF
           IF edit-view-indent > 0
               DISPLAY asset-scan-line(1:edit-view-indent)
                   WITH NO ADVANCING
               END-DISPLAY
           END-IF
           MOVE asset-scan-line TO html-escape-source
           PERFORM HTML-ESCAPE-VALUE
           DISPLAY FUNCTION TRIM(html-escape-target TRAILING)
           PERFORM READ-EDIT-VIEW-LINE.

       SHOW-USER-LIST.

      *> The account-maintenance screen: one row per operator with
               UNTIL job-stat-sub > job-stat-used

           DISPLAY "</table>"
           PERFORM SHOW-NIGHTLY-CHAIN
           DISPLAY "</div>".

       READ-JOB-LOG-ENTRY.
               PERFORM PROBE-JOB-STATUS
                   UNTIL job-stat-hit OR job-stat-sub > job-stat-used
               IF NOT job-stat-hit
                   IF job-stat-used < 50
                       ADD 1 TO job-stat-used
                       MOVE job-stat-used TO job-stat-sub
                       MOVE job-name-rec
               "</td></tr>"
           END-DISPLAY.

       SHOW-NIGHTLY-CHAIN.

      *> The last NIGHTLY chain, straight off its checkpoint: when
      *> it started, then one row per step -- what it waited on,
      *> how far it got and what it returned.  The chain's own
      *> overall line is the NIGHTLY row in the table above.

           MOVE "N" TO end-of-nightly-flag
           OPEN INPUT nightly-chk-file
           IF nightly-chk-status = "00"
               PERFORM READ-NIGHTLY-CHK-ENTRY
               IF NOT end-of-nightly
                   DISPLAY "<h3>Nightly Chain started "
                       chk-chain-rec(1:4) "-" chk-chain-rec(5:2) "-"
                       chk-chain-rec(7:2) " " chk-chain-rec(9:2) ":"
                       chk-chain-rec(11:2) "</h3>"
                   END-DISPLAY
                   DISPLAY "<table>"
                   DISPLAY "<tr><th>Step</th><th>Job</th>"
                       "<th>Runs when</th><th>State</th><th>RC</th>"
                       "<th>Started</th><th>Ended</th></tr>"
                   END-DISPLAY
                   PERFORM SHOW-NIGHTLY-CHAIN-ROW
                       UNTIL end-of-nightly
                   DISPLAY "</table>"
               END-IF
               CLOSE nightly-chk-file
           END-IF.

       READ-NIGHTLY-CHK-ENTRY.
           READ nightly-chk-file
               AT END SET end-of-nightly TO TRUE
           END-READ
           IF nightly-chk-status NOT = "00"
               SET end-of-nightly TO TRUE
           END-IF.

       SHOW-NIGHTLY-CHAIN-ROW.
           MOVE chk-step-rec TO nightly-step-ed
           MOVE chk-rc-rec TO nightly-rc-ed
           IF chk-cond-rec = SPACES
               MOVE "0" TO chk-cond-rec
           END-IF
           DISPLAY "<tr><td>" FUNCTION TRIM(nightly-step-ed)
               "</td><td>" FUNCTION TRIM(chk-name-rec)
               "</td><td>" FUNCTION TRIM(chk-cond-rec)
               "</td><td>" FUNCTION TRIM(chk-state-rec)
               "</td><td>"
           END-DISPLAY
           IF chk-state-rec = "DONE" OR chk-state-rec = "FAILED"
               DISPLAY FUNCTION TRIM(nightly-rc-ed)
           END-IF
           DISPLAY "</td><td>" chk-start-rec(9:2) ":"
               chk-start-rec(11:2) ":" chk-start-rec(13:2)
               "</td><td>" chk-end-rec(9:2) ":"
               chk-end-rec(11:2) ":" chk-end-rec(13:2)
               "</td></tr>"
           END-DISPLAY
           PERFORM READ-NIGHTLY-CHK-ENTRY.

       SHOW-THEME-LIST.

      *> The theme rack: every pack under themes/, each with a
           DISPLAY '<label>Expire after (CCYYMMDD)'
               '<input type="text" name="expire"></label>'
           END-DISPLAY
           DISPLAY '<label>Tags (for BLOG-ENTRY, space separated)'
               '<input type="text" name="tags"></label>'
           END-DISPLAY
           DISPLAY '<input type="hidden" name="op" value="ADD">'
           DISPLAY '<input type="submit" value="Add">'
           DISPLAY "</form>"
           DISPLAY '<div id="admin-list">'
           DISPLAY "<h2>Content Entries</h2>"
           DISPLAY "<table>"

      *> The main handle rides along for the keyed read that fills a
      *> BLOG-ENTRY row's tags box off its BLOG-TAGS record.

           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               MOVE "N" TO tag-file-open-flag
               OPEN INPUT content-file
               IF content-file-status = "00"
                   SET tag-file-open TO TRUE
               END-IF
               PERFORM READ-ADMIN-LIST-ENTRY
               PERFORM SHOW-ADMIN-LIST-ROW UNTIL end-of-admin-list
               IF tag-file-open
                   CLOSE content-file
               END-IF
               CLOSE content-lookup-file
           END-IF
           DISPLAY "</table>"
           DISPLAY '<input type="hidden" name="origtype" value="'
               FUNCTION TRIM(admin-row-type-esc) '">'
           END-DISPLAY
           DISPLAY '<input type="text" name="newtitle" value="'
               FUNCTION TRIM(admin-row-title-esc) '">'
           END-DISPLAY
           DISPLAY '<input type="text" name="type" value="'
               FUNCTION TRIM(admin-row-type-esc) '">'
           END-DISPLAY
           DISPLAY '<input type="text" name="expire" value="'
               FUNCTION TRIM(admin-row-expire-esc) '">'
           END-DISPLAY
           IF entry-type-lk = "BLOG-ENTRY"
               MOVE entry-title-lk TO tag-post-title
               PERFORM FIND-POST-TAGS
               MOVE tag-walk-list TO html-escape-source
               PERFORM HTML-ESCAPE-VALUE
               DISPLAY '<input type="text" name="tags" value="'
                   FUNCTION TRIM(html-escape-target) '">'
               END-DISPLAY
           END-IF
           DISPLAY '<input type="submit" value="Save">'
           DISPLAY "</form>"

      *> to every authenticated operator, but accounts and backup
      *> restores belong to ADMINs alone -- an EDITOR who forges the
      *> form gets a silent no-op, same as any other bad operation.
      *> An EDITOR's ADD, EDIT or DELETE goes onto the sign-off queue
      *> rather than into the store; an ADMIN's goes straight
      *> through, and only an ADMIN can approve or return a queued
      *> one.  Withdrawing is open to the change's own author too --
      *> QUEUE and SETTLE sort out whose change it is.  Putting a
      *> revision back is a change to the live store like any
      *> other, so it is ADMIN-only as well; an EDITOR who wants an
      *> old revision back queues it as an EDIT.

           EVALUATE post-op
               WHEN "ADD"
                   IF operator-is-admin
                       PERFORM ADMIN-ADD-ENTRY
                   ELSE
                       PERFORM QUEUE-CONTENT-CHANGE
                   END-IF
               WHEN "EDIT"
                   IF operator-is-admin
                       PERFORM ADMIN-REWRITE-CONTENT
                   ELSE
                       PERFORM QUEUE-CONTENT-CHANGE
                   END-IF
               WHEN "DELETE"
                   IF operator-is-admin
                       PERFORM ADMIN-REWRITE-CONTENT
                   ELSE
                       PERFORM QUEUE-CONTENT-CHANGE
                   END-IF
               WHEN "CHGAPPROVE"
                   IF operator-is-admin
                       PERFORM ADMIN-SETTLE-CHANGE
                   END-IF
               WHEN "CHGRETURN"
                   IF operator-is-admin
                       PERFORM ADMIN-SETTLE-CHANGE
                   END-IF
               WHEN "CHGWITHDRAW"
                   PERFORM ADMIN-SETTLE-CHANGE
               WHEN "APPROVE"
                   PERFORM ADMIN-MODERATE-REPLY
               WHEN "REJECT"
               WHEN "BLOCKADDR"
                   PERFORM ADMIN-BLOCK-ADDRESS
               WHEN "HISTREVERT"
                   IF operator-is-admin
                       PERFORM ADMIN-RESTORE-REVISION
                   END-IF

      *> "HISTORY" is a screen, not an operation -- SHOW-ADMIN-PANEL
      *> notices it and lays out the revision trail.
                   IF operator-is-admin
                       PERFORM ADMIN-REWRITE-USER
                   END-IF
               WHEN "RDRADD"
                   IF operator-is-admin
                       PERFORM ADMIN-ADD-REDIRECT
                   END-IF
               WHEN "RDRDELETE"
                   IF operator-is-admin
                       PERFORM ADMIN-DROP-REDIRECT
                   END-IF

      *> "BACKUPS", "USERS", "SECLOG", "REDIRECTS" and "EDREPORT"
      *> are screens, not operations -- SHOW-ADMIN-PANEL notices them
      *> and lists the generations, the accounts, the security log,
      *> the redirect table or the latest editorial report.  "LOGOUT"
      *> never gets this far: CHECK-ADMIN-SESSION has already ended
      *> the session.

               WHEN "BACKUPS"
                   CONTINUE
               WHEN "USERS"
                   CONTINUE
               WHEN "SECLOG"
                   CONTINUE
               WHEN "REDIRECTS"
                   CONTINUE
               WHEN "EDREPORT"
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   END-IF
                   MOVE SPACES TO blocklist-entry
                   MOVE post-block-addr TO block-addr-rec
                   MOVE FUNCTION CURRENT-DATE TO audit-now
                   MOVE audit-now(1:8) TO block-date-rec
                   WRITE blocklist-entry
                   CLOSE blocklist-file
                   MOVE SPACES TO admin-action-label
                   MOVE post-user-name TO user-name-rec
                   MOVE post-user-role TO user-role-rec
                   MOVE "ACTIVE" TO user-status-rec
                   MOVE 0 TO user-fails-rec
                   WRITE user-entry
                   CLOSE user-file
                   MOVE SPACES TO admin-action-label
      *> login the form named, rename it over the top.  A disable
      *> marks the record DISABLED -- never removes it, the audit
      *> trail wants old logins resolvable.  A reset stores the new
      *> password and reactivates, which is also how a disabled or
      *> locked-out operator comes back.  Nobody can disable their
      *> own account: the last ADMIN locking the whole shop out with
      *> one click is not a feature.

           IF post-op = "USERDISABLE" AND
                   FUNCTION TRIM(post-user-login) =
           END-IF.

       REWRITE-USER-RECORD.
           PERFORM COPY-USER-RECORD

           IF FUNCTION TRIM(user-login-rec) =
                   FUNCTION TRIM(post-user-login)
               ELSE
                   MOVE post-user-pass TO user-passwd-ue
                   MOVE "ACTIVE" TO user-status-ue
                   MOVE 0 TO user-fails-ue
               END-IF
           END-IF

           IF post-entry-title NOT = SPACES AND
                   post-entry-type NOT = SPACES
               PERFORM NORMALIZE-ENTRY-DATES
               PERFORM NORMALIZE-POST-TAGS
               PERFORM CHECK-ENTRY-TITLE
               IF title-check-ok
                   PERFORM CHECK-DUP-ENTRY

                           IF content-file-status = "00" OR
                                   content-file-status = "02"
                               SET content-change-done TO TRUE
                               MOVE "ADD" TO hist-action-work
                               PERFORM WRITE-HISTORY-RECORD

      *> A new post's tags go down as its BLOG-TAGS record, with
      *> a birth line of their own.

                               IF post-entry-type = "BLOG-ENTRY" AND
                                       post-entry-tags NOT = SPACES
                                   MOVE post-entry-title
                                       TO tag-post-title
                                   PERFORM STORE-POST-TAGS
                               END-IF
                           END-IF
                           CLOSE content-file
                       END-IF
      *> post-entry-origtype, the type the admin list form captured
      *> for this row before the operator touched anything, to tell
      *> a MENU and a PAGE of the same name apart.  An EDIT that
      *> retypes or retitles the record onto a (title, type) pair
      *> already on file is refused up front -- deleting first and
      *> then hitting INVALID KEY on the WRITE would lose the record
      *> outright.  A retitle carries the old title's children
      *> across to the new one and, for a PAGE or a BLOG-ENTRY,
      *> leaves a redirect behind for every link to the old name; a
      *> deleted PAGE or BLOG-ENTRY leaves a "gone" one.  A post's
      *> BLOG-TAGS record follows the post: across a retitle, off
      *> the store with a delete (or a retype that makes the post
      *> something else), and rewritten from the tags box on an
      *> edit.

           PERFORM NORMALIZE-ENTRY-DATES
           PERFORM NORMALIZE-POST-TAGS

           MOVE "N" TO entry-retitle-flag
           IF post-op = "EDIT" AND
                   post-entry-newtitle NOT = SPACES AND
                   post-entry-newtitle NOT = post-entry-title
               SET entry-retitled TO TRUE
           END-IF

           MOVE "Y" TO new-key-flag
           IF post-op = "EDIT" AND
                   (post-entry-type NOT = post-entry-origtype OR
                    entry-retitled)
               PERFORM CHECK-NEW-ENTRY-KEY
           END-IF

           IF new-key-ok
               PERFORM TAKE-CONTENT-GENERATION
               OPEN I-O content-file
               IF content-file-status = "00"
                       DELETE content-file RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       IF post-op = "DELETE"
                           IF content-file-status = "00"
                               SET content-change-done TO TRUE
                               MOVE SPACES TO redirect-new-work
                               PERFORM NOTE-ENTRY-REDIRECT
                               IF post-entry-origtype = "BLOG-ENTRY"
                                   MOVE SPACES TO post-entry-tags
                                   MOVE post-entry-title
                                       TO tag-post-title
                                   PERFORM STORE-POST-TAGS
                               END-IF
                           END-IF
                       ELSE
                           IF entry-retitled
                               MOVE post-entry-newtitle TO entry-title
                           ELSE
                               MOVE post-entry-title TO entry-title
                           END-IF
                           MOVE post-entry-type TO entry-type
                           MOVE post-entry-value TO entry-value
                           MOVE post-entry-parent TO parent
                           WRITE content-entry
                               INVALID KEY CONTINUE
                           END-WRITE
                           IF content-file-status = "00" OR
                                   content-file-status = "02"
                               SET content-change-done TO TRUE
                               IF entry-retitled
                                   MOVE post-entry-title
                                       TO retitle-old-title
                                   IF post-entry-origtype =
                                           "BLOG-ENTRY"
                                       PERFORM RETITLE-POST-TAGS
                                   END-IF
                                   PERFORM REPARENT-CHILDREN
                                   IF post-entry-type =
                                           post-entry-origtype
                                       MOVE post-entry-newtitle
                                           TO redirect-new-work
                                       PERFORM NOTE-ENTRY-REDIRECT
                                   END-IF
                               END-IF
                               IF entry-retitled
                                   MOVE post-entry-newtitle
                                       TO tag-post-title
                               ELSE
                                   MOVE post-entry-title
                                       TO tag-post-title
                               END-IF
                               EVALUATE TRUE
                                   WHEN post-entry-type = "BLOG-ENTRY"
                                           AND post-tags-given
                                       PERFORM STORE-POST-TAGS
                                   WHEN post-entry-type NOT =
                                           "BLOG-ENTRY" AND
                                           post-entry-origtype =
                                           "BLOG-ENTRY"
                                       MOVE SPACES TO post-entry-tags
                                       PERFORM STORE-POST-TAGS
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                       END-IF
                   END-IF
                   CLOSE content-file
               END-IF
           END-IF.

       CHECK-NEW-ENTRY-KEY.

      *> The key an EDIT is about to write must be a sound title
      *> (when it's a new one) and must not already be on file.
      *> CHECK-ENTRY-TITLE and CHECK-DUP-ENTRY both read
      *> post-entry-title, so the new title stands in there for the
      *> duration and the old one goes back after.

           MOVE "Y" TO new-key-flag
           MOVE post-entry-title TO retitle-old-title
           IF entry-retitled
               MOVE post-entry-newtitle TO post-entry-title
               PERFORM CHECK-ENTRY-TITLE
               IF NOT title-check-ok
                   MOVE "N" TO new-key-flag
               END-IF
           END-IF
           IF new-key-ok
               PERFORM CHECK-DUP-ENTRY
               IF dup-entry-found
                   MOVE "N" TO new-key-flag
               END-IF
           END-IF
           MOVE retitle-old-title TO post-entry-title.

       REPARENT-CHILDREN.

      *> Every record that named the old title as its parent follows
      *> it to the new one, each with its own history line.  The
      *> alternate parent key is STARTed afresh for every child --
      *> a REWRITE that changes the key a READ NEXT is walking would
      *> leave the walk nowhere sensible.

           MOVE "N" TO reparent-flag
           PERFORM REPARENT-ONE-CHILD UNTIL reparent-done.

       REPARENT-ONE-CHILD.
           MOVE retitle-old-title TO parent
           START content-file KEY IS = parent
               INVALID KEY SET reparent-done TO TRUE
           END-START
           IF NOT reparent-done
               READ content-file NEXT
                   AT END SET reparent-done TO TRUE
               END-READ
               IF (content-file-status = "00" OR
                       content-file-status = "02") AND
                       parent = retitle-old-title
                   MOVE "EDIT" TO hist-action-work
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE post-entry-newtitle TO parent
                   REWRITE content-entry
                       INVALID KEY SET reparent-done TO TRUE
                   END-REWRITE
                   IF content-file-status NOT = "00" AND
                           content-file-status NOT = "02"
                       SET reparent-done TO TRUE
                   END-IF
               ELSE
                   SET reparent-done TO TRUE
               END-IF
           END-IF.

       RETITLE-POST-TAGS.

      *> A retitled post takes its BLOG-TAGS record along to the new
      *> title -- same shape as the post itself: the old image to
      *> the history file under EDIT, the old key deleted, the
      *> record written again under the new one.  Done ahead of
      *> REPARENT-CHILDREN, which then has nothing of this post's
      *> tags left to move.

           MOVE retitle-old-title TO entry-title
           MOVE "BLOG-TAGS" TO entry-type
           READ content-file
               INVALID KEY CONTINUE
           END-READ
           IF content-file-status = "00"
               MOVE "EDIT" TO hist-action-work
               PERFORM WRITE-HISTORY-RECORD
               DELETE content-file RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               IF content-file-status = "00"
                   MOVE post-entry-newtitle TO entry-title
                   MOVE post-entry-newtitle TO parent
                   WRITE content-entry
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF content-file-status NOT = "00" AND
                           content-file-status NOT = "02"
                       PERFORM RESTORE-POST-TAGS
                   END-IF
               END-IF
           END-IF.

       RESTORE-POST-TAGS.

      *> The new key wouldn't take the tags.  The post itself has
      *> already moved, so there is no undoing the retitle from
      *> here -- but the tags go back under the old title rather
      *> than vanish, where the history line just written still
      *> describes them, and the failure goes to the error log for
      *> the ADMIN to follow up.

           DISPLAY "cobweb: tags for "
               FUNCTION TRIM(post-entry-newtitle)
               " could not be moved, status " content-file-status
               UPON SYSERR
           MOVE retitle-old-title TO entry-title
           MOVE retitle-old-title TO parent
           WRITE content-entry
               INVALID KEY CONTINUE
           END-WRITE.

       STORE-POST-TAGS.

      *> Bring tag-post-title's BLOG-TAGS record into line with
      *> post-entry-tags, against the already-open I-O handle: no
      *> record and no tags is nothing to do; tags and no record is
      *> an ADD; a record and no tags is a DELETE; a record whose
      *> list differs is an EDIT.  Every change gets its history
      *> line the same as any other record's -- prior image for an
      *> EDIT or DELETE, the new one for an ADD.

           MOVE tag-post-title TO entry-title
           MOVE "BLOG-TAGS" TO entry-type
           READ content-file
               INVALID KEY CONTINUE
           END-READ
           IF content-file-status = "00"
               IF post-entry-tags = SPACES
                   MOVE "DELETE" TO hist-action-work
                   PERFORM WRITE-HISTORY-RECORD
                   DELETE content-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               ELSE
                   IF entry-value NOT = post-entry-tags OR
                           parent NOT = tag-post-title
                       MOVE "EDIT" TO hist-action-work
                       PERFORM WRITE-HISTORY-RECORD
                       MOVE post-entry-tags TO entry-value
                       MOVE tag-post-title TO parent
                       REWRITE content-entry
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
           ELSE
               IF post-entry-tags NOT = SPACES
                   MOVE SPACES TO content-entry
                   MOVE tag-post-title TO entry-title
                   MOVE "BLOG-TAGS" TO entry-type
                   MOVE post-entry-tags TO entry-value
                   MOVE tag-post-title TO parent
                   WRITE content-entry
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF content-file-status = "00" OR
                           content-file-status = "02"
                       MOVE "ADD" TO hist-action-work
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
               END-IF
           END-IF.

       FIND-POST-TAGS.

      *> tag-post-title's tag list, or spaces, into tag-walk-list --
      *> a keyed read on the main handle, which the caller has open.

           MOVE SPACES TO tag-walk-list
           IF tag-file-open
               MOVE tag-post-title TO entry-title
               MOVE "BLOG-TAGS" TO entry-type
               READ content-file
                   INVALID KEY CONTINUE
               END-READ
               IF content-file-status = "00"
                   MOVE entry-value TO tag-walk-list
               END-IF
           END-IF.

       NORMALIZE-POST-TAGS.

      *> The tags box as typed -- commas or spaces between, any case
      *> -- cut down to the stored form: upper case, anything outside
      *> the tag alphabet taken for a separator, each name at most 24
      *> characters, each named once, one space apart.  A browser
      *> sends a typed comma as %2C, which goes first.

           INSPECT post-entry-tags REPLACING ALL "%2C" BY "   "
           MOVE post-entry-tags TO tag-clean
           PERFORM CLEAN-TAG-CHAR
               VARYING tag-clean-sub FROM 1 BY 1
               UNTIL tag-clean-sub > 256

           MOVE SPACES TO tag-list-work
           MOVE 2 TO tag-list-ptr
           MOVE 1 TO tag-scan-ptr
           PERFORM TAKE-POST-TAG UNTIL tag-scan-ptr > 256
           MOVE tag-list-work(2:) TO post-entry-tags.

       CLEAN-TAG-CHAR.
           MOVE tag-clean(tag-clean-sub:1) TO tag-clean-char
           EVALUATE TRUE
               WHEN tag-clean-char >= "A" AND tag-clean-char <= "Z"
                   CONTINUE
               WHEN tag-clean-char >= "0" AND tag-clean-char <= "9"
                   CONTINUE
               WHEN tag-clean-char = "-"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACE TO tag-clean(tag-clean-sub:1)
           END-EVALUATE.

       TAKE-POST-TAG.
           MOVE SPACES TO tag-word
           UNSTRING tag-clean DELIMITED BY ALL SPACE
               INTO tag-word
               WITH POINTER tag-scan-ptr
           END-UNSTRING
           IF tag-word NOT = SPACES
               MOVE tag-list-work TO tag-seen-list
               PERFORM FIND-TAG-IN-LIST
               IF NOT tag-in-list
                   STRING FUNCTION TRIM(tag-word) " "
                       DELIMITED BY SIZE INTO tag-list-work
                       WITH POINTER tag-list-ptr
                   END-STRING
               END-IF
           END-IF.

       FIND-TAG-IN-LIST.

      *> Is tag-word one of the names in tag-seen-list?  The caller
      *> leaves a space ahead of the first name, and the probe is
      *> padded a space either side, so a tag never matches inside
      *> a longer one.

           MOVE "N" TO tag-in-list-flag
           MOVE SPACES TO tag-probe
           STRING " " FUNCTION TRIM(tag-word) " "
               DELIMITED BY SIZE INTO tag-probe
           END-STRING
           COMPUTE tag-probe-len =
               FUNCTION LENGTH(FUNCTION TRIM(tag-word)) + 2
           MOVE 0 TO tag-probe-count
           INSPECT tag-seen-list TALLYING tag-probe-count
               FOR ALL tag-probe(1:tag-probe-len)
           IF tag-probe-count > 0
               SET tag-in-list TO TRUE
           END-IF.

       NOTE-ENTRY-REDIRECT.

      *> Only pages and posts have public addresses worth keeping;
      *> the caller has set redirect-new-work (spaces for a delete).

           MOVE post-entry-title TO redirect-old-work
           EVALUATE post-entry-origtype
               WHEN "PAGE"
                   MOVE "PAGE" TO redirect-kind-work
                   PERFORM ADD-REDIRECT
               WHEN "BLOG-ENTRY"
                   MOVE "POST" TO redirect-kind-work
                   PERFORM ADD-REDIRECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-REDIRECT.

      *> Record redirect-kind-work/-old-work -> -new-work, keeping
      *> the table to one hop: an older record for the same old
      *> title is replaced, a record for the new title goes (that
      *> title is live again), and every record that pointed AT the
      *> old title is pointed on to the new one -- or marked gone
      *> along with it.

           MOVE "N" TO end-of-redirect-flag
           OPEN OUTPUT redirect-edit-file
           OPEN INPUT redirect-file
           IF redirect-file-status = "00"
               PERFORM READ-REDIRECT-ENTRY
               PERFORM MERGE-REDIRECT-ENTRY UNTIL end-of-redirect
               CLOSE redirect-file
           END-IF

           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE SPACES TO redirect-entry
           MOVE redirect-kind-work TO rdr-kind-rec
           MOVE redirect-old-work TO rdr-old-rec
           MOVE redirect-new-work TO rdr-new-rec
           MOVE audit-now(1:14) TO rdr-stamp-rec
           MOVE redirect-entry TO redirect-edit-entry
           WRITE redirect-edit-entry
           CLOSE redirect-edit-file

           PERFORM INSTALL-REDIRECT-FILE.

       MERGE-REDIRECT-ENTRY.
           IF rdr-kind-rec = redirect-kind-work AND
                   (rdr-old-rec = redirect-old-work OR
                    (redirect-new-work NOT = SPACES AND
                     rdr-old-rec = redirect-new-work))
               CONTINUE
           ELSE
               IF rdr-kind-rec = redirect-kind-work AND
                       NOT rdr-gone AND
                       rdr-new-rec = redirect-old-work
                   MOVE redirect-new-work TO rdr-new-rec
               END-IF
               MOVE redirect-entry TO redirect-edit-entry
               WRITE redirect-edit-entry
           END-IF

           PERFORM READ-REDIRECT-ENTRY.

       DROP-REDIRECT.
           MOVE "N" TO end-of-redirect-flag
           MOVE "N" TO redirect-action-flag
           OPEN INPUT redirect-file
           IF redirect-file-status = "00"
               OPEN OUTPUT redirect-edit-file
               PERFORM READ-REDIRECT-ENTRY
               PERFORM DROP-REDIRECT-ENTRY UNTIL end-of-redirect
               CLOSE redirect-file
               CLOSE redirect-edit-file
               PERFORM INSTALL-REDIRECT-FILE
           END-IF.

       DROP-REDIRECT-ENTRY.
           IF rdr-kind-rec = redirect-kind-work AND
                   rdr-old-rec = redirect-old-work
               SET redirect-action-done TO TRUE
           ELSE
               MOVE redirect-entry TO redirect-edit-entry
               WRITE redirect-edit-entry
           END-IF

           PERFORM READ-REDIRECT-ENTRY.

       INSTALL-REDIRECT-FILE.
           MOVE SPACES TO batch-command
           STRING "mv " FUNCTION TRIM(redirect-new-path) " "
               FUNCTION TRIM(redirect-path)
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command.

       ADMIN-ADD-REDIRECT.

      *> The panel's hand-made redirect: PAGE or POST, an old title
      *> and a new one, or no new one for "gone".  Both titles have
      *> to look like titles -- the generator turns them into file
      *> names under out/.

           IF (post-redirect-kind = "PAGE" OR
                   post-redirect-kind = "POST") AND
                   post-redirect-old NOT = SPACES AND
                   post-redirect-old NOT = post-redirect-new
               MOVE post-redirect-old TO post-entry-title
               PERFORM CHECK-ENTRY-TITLE
               IF title-check-ok AND post-redirect-new NOT = SPACES
                   MOVE post-redirect-new TO post-entry-title
                   PERFORM CHECK-ENTRY-TITLE
               END-IF
               IF title-check-ok
                   MOVE post-redirect-kind TO redirect-kind-work
                   MOVE post-redirect-old TO redirect-old-work
                   MOVE post-redirect-new TO redirect-new-work
                   PERFORM ADD-REDIRECT
                   MOVE SPACES TO admin-action-label
                   STRING "ADMIN RDRADD "
                       FUNCTION TRIM(post-redirect-kind) " "
                       FUNCTION TRIM(post-redirect-old)
                       DELIMITED BY SIZE INTO admin-action-label
               END-IF
           END-IF.

       ADMIN-DROP-REDIRECT.
           MOVE post-redirect-kind TO redirect-kind-work
           MOVE post-redirect-old TO redirect-old-work
           PERFORM DROP-REDIRECT
           IF redirect-action-done
               MOVE SPACES TO admin-action-label
               STRING "ADMIN RDRDELETE "
                   FUNCTION TRIM(post-redirect-kind) " "
                   FUNCTION TRIM(post-redirect-old)
                   DELIMITED BY SIZE INTO admin-action-label
           END-IF.

       SHOW-REDIRECT-LIST.

      *> The redirect table, one row per old name with its remove
      *> button, and the add form under it.

           MOVE 0 TO redirect-row-count
           MOVE "N" TO end-of-redirect-flag
           DISPLAY '<div id="admin-redirects">'
           DISPLAY "<h2>Redirects</h2>"
           DISPLAY "<table>"
           DISPLAY "<tr><th>Kind</th><th>Old</th><th>New</th>"
               "<th>Since</th><th></th></tr>"
           END-DISPLAY
           OPEN INPUT redirect-file
           IF redirect-file-status = "00"
               PERFORM READ-REDIRECT-ENTRY
               PERFORM SHOW-REDIRECT-ROW UNTIL end-of-redirect
               CLOSE redirect-file
           END-IF
           DISPLAY "</table>"
           IF redirect-row-count = 0
               DISPLAY "<p>No redirects on file.</p>"
           END-IF

           DISPLAY '<form method="post" name="adminrdradd">'
           DISPLAY "<h3>Add Redirect</h3>"
           DISPLAY '<label>Kind<select name="rkind">'
               '<option value="PAGE">PAGE</option>'
               '<option value="POST">POST</option>'
               "</select></label>"
           END-DISPLAY
           DISPLAY '<label>Old title<input type="text" name="rold">'
               "</label>"
           END-DISPLAY
           DISPLAY '<label>New title (blank for gone)'
               '<input type="text" name="rnew"></label>'
           END-DISPLAY
           DISPLAY '<input type="hidden" name="op" value="RDRADD">'
           DISPLAY '<input type="submit" value="Add Redirect">'
           DISPLAY "</form>"
           DISPLAY "</div>".

       SHOW-REDIRECT-ROW.
           ADD 1 TO redirect-row-count

           MOVE rdr-old-rec TO html-escape-source
           PERFORM HTML-ESCAPE-VALUE
           MOVE html-escape-target TO admin-row-title-esc

           IF rdr-gone
               MOVE "(gone)" TO admin-row-parent-esc
           ELSE
               MOVE rdr-new-rec TO html-escape-source
               PERFORM HTML-ESCAPE-VALUE
               MOVE html-escape-target TO admin-row-parent-esc
           END-IF

           DISPLAY "<tr><td>" FUNCTION TRIM(rdr-kind-rec)
               "</td><td>" FUNCTION TRIM(admin-row-title-esc)
               "</td><td>" FUNCTION TRIM(admin-row-parent-esc)
               "</td><td>" rdr-stamp-rec
               "</td><td>"
           END-DISPLAY
           DISPLAY '<form method="post" name="adminrdrdelete">'
           DISPLAY '<input type="hidden" name="op" value="RDRDELETE">'
           DISPLAY '<input type="hidden" name="rkind" value="'
               FUNCTION TRIM(rdr-kind-rec) '">'
           END-DISPLAY
           DISPLAY '<input type="hidden" name="rold" value="'
               FUNCTION TRIM(admin-row-title-esc) '">'
           END-DISPLAY
           DISPLAY '<input type="submit" value="Remove">'
           DISPLAY "</form>"
           DISPLAY "</td></tr>"

           PERFORM READ-REDIRECT-ENTRY.

       WRITE-HISTORY-RECORD.

      *> One revision line onto the history file: the image sitting
      *> in the content-entry buffer, the kind of change the caller
      *> parked in hist-action-work, who (hist-operator-work when
      *> the caller set one), and when.  Same first-
      *> record OPEN OUTPUT dance as every file here that grows
      *> from nothing.

           END-IF
           MOVE SPACES TO history-entry
           MOVE audit-now(1:14) TO hist-timestamp
           IF hist-operator-work NOT = SPACES
               MOVE hist-operator-work TO hist-operator
           ELSE
               MOVE current-operator-login TO hist-operator
           END-IF
           MOVE hist-action-work TO hist-action
           MOVE entry-title TO hist-title
           MOVE entry-type TO hist-type
           WRITE history-entry
           CLOSE history-file.

       QUEUE-CONTENT-CHANGE.

      *> An EDITOR's ADD, EDIT or DELETE, parked for sign-off rather
      *> than written.  The checks the direct path makes are made
      *> here too, so an ADMIN is never asked to approve something
      *> the store would refuse anyway: an ADD needs a clean title
      *> and an unused key, an EDIT or DELETE needs the record it
      *> names to exist (and an EDIT that retypes or retitles needs
      *> the new key sound and free).  That record's image as it
      *> stands right now is kept as the "before" the ADMIN reviews
      *> against -- and is checked again at approval, so a change
      *> queued against a record somebody has since altered is
      *> never blindly applied.

           MOVE "N" TO change-queue-flag
           MOVE SPACES TO change-entry

           IF post-asset-pick NOT = SPACES AND
                   (post-entry-type = "IMAGE" OR
                    post-entry-type = "SLIDER-IMAGE" OR
                    post-entry-type = "AUDIO" OR
                    post-entry-type = "VIDEO")
               MOVE post-asset-pick TO post-entry-value
           END-IF

           PERFORM NORMALIZE-ENTRY-DATES
           PERFORM NORMALIZE-POST-TAGS

           IF post-op = "ADD"
               IF post-entry-title NOT = SPACES AND
                       post-entry-type NOT = SPACES
                   PERFORM CHECK-ENTRY-TITLE
                   IF title-check-ok
                       PERFORM CHECK-DUP-ENTRY
                       IF NOT dup-entry-found
                           SET change-queue-ok TO TRUE
                           MOVE post-entry-type TO chg-origtype-rec
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO entry-retitle-flag
               IF post-op = "EDIT" AND
                       post-entry-newtitle NOT = SPACES AND
                       post-entry-newtitle NOT = post-entry-title
                   SET entry-retitled TO TRUE
               END-IF
               MOVE "Y" TO new-key-flag
               IF post-op = "EDIT" AND
                       (post-entry-type NOT = post-entry-origtype OR
                        entry-retitled)
                   PERFORM CHECK-NEW-ENTRY-KEY
               END-IF
               IF new-key-ok
                   PERFORM CAPTURE-CHANGE-BEFORE
                   MOVE post-entry-origtype TO chg-origtype-rec
               END-IF
           END-IF

           IF change-queue-ok
               MOVE FUNCTION CURRENT-DATE TO audit-now
               MOVE SPACES TO change-new-id
               STRING "CHG-" audit-now(1:16)
                   DELIMITED BY SIZE INTO change-new-id
               MOVE change-new-id TO chg-id-rec
               MOVE post-op TO chg-op-rec
               MOVE current-operator-login TO chg-operator-rec
               MOVE "PENDING" TO chg-status-rec
               IF post-op NOT = "DELETE"
                   IF post-op = "EDIT" AND entry-retitled
                       MOVE post-entry-newtitle TO chg-after-title
                   ELSE
                       MOVE post-entry-title TO chg-after-title
                   END-IF
                   MOVE post-entry-type TO chg-after-type
                   MOVE post-entry-value TO chg-after-value
                   MOVE post-entry-parent TO chg-after-parent
                   MOVE post-entry-publish TO chg-after-publish
                   MOVE post-entry-expire TO chg-after-expire
               END-IF
               IF post-tags-given AND
                       (post-entry-type = "BLOG-ENTRY" OR
                        post-entry-origtype = "BLOG-ENTRY")
                   SET chg-tags-given TO TRUE
                   IF post-op NOT = "DELETE"
                       MOVE post-entry-tags TO chg-after-tags
                   END-IF
               END-IF

               OPEN EXTEND change-file
               IF change-file-status = "35"
                   OPEN OUTPUT change-file
               END-IF
               WRITE change-entry
               CLOSE change-file

               MOVE SPACES TO admin-action-label
               STRING "ADMIN QUEUE " FUNCTION TRIM(post-op) " "
                   FUNCTION TRIM(post-entry-title)
                   DELIMITED BY SIZE INTO admin-action-label
           END-IF.

       CAPTURE-CHANGE-BEFORE.
           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               MOVE post-entry-title TO entry-title-lk
                   INVALID KEY CONTINUE
               END-READ
               IF content-lookup-status = "00"
                   MOVE entry-title-lk TO chg-before-title
                   MOVE entry-type-lk TO chg-before-type
                   MOVE entry-value-lk TO chg-before-value
                   MOVE parent-lk TO chg-before-parent
                   MOVE publish-from-lk TO chg-before-publish
                   MOVE expire-after-lk TO chg-before-expire
                   SET change-queue-ok TO TRUE
                   IF entry-type-lk = "BLOG-ENTRY"
                       MOVE "BLOG-TAGS" TO entry-type-lk
                       READ content-lookup-file
                           INVALID KEY CONTINUE
                       END-READ
                       IF content-lookup-status = "00"
                           MOVE entry-value-lk TO chg-before-tags
                       END-IF
                   END-IF
               END-IF
               CLOSE content-lookup-file
           END-IF.

       ADMIN-SETTLE-CHANGE.

      *> CHGAPPROVE, CHGRETURN and CHGWITHDRAW share one rewrite:
      *> stream the queue to changes.new, ruling on the one record
      *> the form named, and rename it over the top.  An approval
      *> that lands leaves the queue -- the change is on the history
      *> trail and in the store now.  An approval the store can't
      *> take (the live record moved on since the change was
      *> queued, or the key got used meanwhile) is sent back to its
      *> author with a note saying so, instead of being applied over
      *> somebody else's work.  A return keeps the record, marked
      *> RETURNED with the ADMIN's note, until its author withdraws
      *> it.

           MOVE "N" TO end-of-change-flag
           MOVE "N" TO change-action-flag

           OPEN INPUT change-file
           IF change-file-status = "00"
               OPEN OUTPUT change-edit-file
               PERFORM READ-CHANGE-ENTRY
               PERFORM SETTLE-CHANGE-RECORD UNTIL end-of-change
               CLOSE change-file
               CLOSE change-edit-file
               MOVE SPACES TO batch-command
               STRING "mv " FUNCTION TRIM(change-new-path) " "
                   FUNCTION TRIM(change-path)
                   DELIMITED BY SIZE INTO batch-command
               CALL "SYSTEM" USING batch-command
           END-IF

           IF change-action-done
               MOVE SPACES TO admin-action-label
               STRING "ADMIN " FUNCTION TRIM(post-op) " "
                   FUNCTION TRIM(post-change-id)
                   DELIMITED BY SIZE INTO admin-action-label
           END-IF.

       READ-CHANGE-ENTRY.
           READ change-file
               AT END SET end-of-change TO TRUE
           END-READ
           IF change-file-status NOT = "00"
               SET end-of-change TO TRUE
           END-IF.

       SETTLE-CHANGE-RECORD.
           IF post-change-id NOT = SPACES AND
                   FUNCTION TRIM(chg-id-rec) =
                       FUNCTION TRIM(post-change-id)
               EVALUATE TRUE
                   WHEN post-op = "CHGAPPROVE" AND
                           chg-status-rec = "PENDING"
                       PERFORM APPLY-CONTENT-CHANGE
                       IF content-change-done
                           SET change-action-done TO TRUE
                       ELSE
                           MOVE "RETURNED" TO chg-status-rec
                           MOVE "Could not be applied: the live entry "
                               & "changed after this was queued, or "
                               & "the key is now in use.  Re-check and "
                               & "resubmit."
                               TO chg-note-rec
                           PERFORM KEEP-CHANGE-RECORD
                       END-IF
                   WHEN post-op = "CHGRETURN" AND
                           chg-status-rec = "PENDING"
                       MOVE "RETURNED" TO chg-status-rec
                       IF post-change-note = SPACES
                           MOVE "(returned without a note)"
                               TO chg-note-rec
                       ELSE
                           MOVE post-change-note TO chg-note-rec
                       END-IF
                       SET change-action-done TO TRUE
                       PERFORM KEEP-CHANGE-RECORD
                   WHEN post-op = "CHGWITHDRAW" AND
                           (operator-is-admin OR
                            FUNCTION TRIM(chg-operator-rec) =
                               FUNCTION TRIM(current-operator-login))
                       SET change-action-done TO TRUE
                   WHEN OTHER
                       PERFORM KEEP-CHANGE-RECORD
               END-EVALUATE
           ELSE
               PERFORM KEEP-CHANGE-RECORD
           END-IF

           PERFORM READ-CHANGE-ENTRY.

       KEEP-CHANGE-RECORD.
           MOVE change-entry TO change-edit-record
           WRITE change-edit-record.

       APPLY-CONTENT-CHANGE.

      *> Put a queued change through the very same paragraphs an
      *> ADMIN's own change goes through -- same checks, same
      *> generation snapshot, same history line -- by loading the
      *> queued images into the post fields those paragraphs read.
      *> post-op is borrowed for the duration and put back after.
      *> The history line goes down against the EDITOR who wrote
      *> the change.

           MOVE "N" TO content-change-flag
           MOVE post-op TO change-op-save

           MOVE chg-op-rec TO post-op
           MOVE chg-origtype-rec TO post-entry-origtype
           MOVE SPACES TO post-asset-pick
           MOVE SPACES TO post-entry-newtitle
           IF chg-op-rec = "ADD"
               MOVE chg-after-title TO post-entry-title
           ELSE
               MOVE chg-before-title TO post-entry-title
               IF chg-op-rec = "EDIT"
                   MOVE chg-after-title TO post-entry-newtitle
               END-IF
           END-IF
           MOVE chg-after-type TO post-entry-type
           MOVE chg-after-value TO post-entry-value
           MOVE chg-after-parent TO post-entry-parent
           MOVE chg-after-publish TO post-entry-publish
           MOVE chg-after-expire TO post-entry-expire
           MOVE chg-after-tags TO post-entry-tags
           MOVE chg-tags-flag-rec TO post-tags-given-flag
           MOVE chg-operator-rec TO hist-operator-work

           IF chg-op-rec = "ADD"
               PERFORM ADMIN-ADD-ENTRY
           ELSE
               PERFORM CHECK-CHANGE-CURRENT
               IF change-current-ok
                   PERFORM ADMIN-REWRITE-CONTENT
               END-IF
           END-IF

           MOVE SPACES TO hist-operator-work
           MOVE change-op-save TO post-op.

       CHECK-CHANGE-CURRENT.

      *> Is the live record still exactly the "before" the change
      *> was queued against?  Anything else means somebody got there
      *> first, and the ADMIN's approval would quietly undo their
      *> work.

           MOVE "N" TO change-current-flag
           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               MOVE chg-before-title TO entry-title-lk
               MOVE chg-origtype-rec TO entry-type-lk
               READ content-lookup-file
                   INVALID KEY CONTINUE
               END-READ
               IF content-lookup-status = "00" AND
                       entry-value-lk = chg-before-value AND
                       parent-lk = chg-before-parent AND
                       publish-from-lk = chg-before-publish AND
                       expire-after-lk = chg-before-expire
                   SET change-current-ok TO TRUE
               END-IF

      *> A change that carries tags was queued against the post's
      *> tag list as it stood then, too.

               IF change-current-ok AND chg-tags-given AND
                       chg-origtype-rec = "BLOG-ENTRY"
                   MOVE "BLOG-TAGS" TO entry-type-lk
                   READ content-lookup-file
                       INVALID KEY MOVE SPACES TO entry-value-lk
                   END-READ
                   IF content-lookup-status NOT = "00"
                       MOVE SPACES TO entry-value-lk
                   END-IF
                   IF entry-value-lk NOT = chg-before-tags
                       MOVE "N" TO change-current-flag
                   END-IF
               END-IF
               CLOSE content-lookup-file
           END-IF.

       SHOW-CHANGE-QUEUE.

      *> The sign-off screen.  An ADMIN sees every queued change with
      *> approve and return buttons; an EDITOR sees their own,
      *> pending or returned, with the ADMIN's note and a withdraw
      *> button.  Each change is laid out field by field, before
      *> beside after, the rows that differ marked -- the second pair
      *> of eyes needs to see exactly what goes live, not just that
      *> something will.

           MOVE "N" TO end-of-change-flag
           MOVE 0 TO change-row-count
           DISPLAY '<div id="admin-changes">'
           DISPLAY "<h2>Changes Awaiting Sign-off</h2>"
           OPEN INPUT change-file
           IF change-file-status = "00"
               PERFORM READ-CHANGE-ENTRY
               PERFORM SHOW-CHANGE-ROW UNTIL end-of-change
               CLOSE change-file
           END-IF
           IF change-row-count = 0
               DISPLAY "<p>No changes waiting.</p>"
           END-IF
           DISPLAY "</div>".

       SHOW-CHANGE-ROW.
           IF operator-is-admin OR
                   FUNCTION TRIM(chg-operator-rec) =
                       FUNCTION TRIM(current-operator-login)
               ADD 1 TO change-row-count

               IF chg-op-rec = "ADD"
                   MOVE chg-after-title TO html-escape-source
               ELSE
                   MOVE chg-before-title TO html-escape-source
               END-IF
               PERFORM HTML-ESCAPE-VALUE
               MOVE html-escape-target TO admin-row-title-esc

               MOVE chg-operator-rec TO html-escape-source
               PERFORM HTML-ESCAPE-VALUE
               MOVE html-escape-target TO admin-row-parent-esc

               DISPLAY "<h3>" FUNCTION TRIM(chg-op-rec) " "
                   FUNCTION TRIM(admin-row-title-esc) " by "
                   FUNCTION TRIM(admin-row-parent-esc) " -- "
                   FUNCTION TRIM(chg-status-rec) "</h3>"
               END-DISPLAY

               IF chg-status-rec = "RETURNED"
                   MOVE chg-note-rec TO html-escape-source
                   PERFORM HTML-ESCAPE-VALUE
                   DISPLAY '<p class="change-note">Returned: '
                       FUNCTION TRIM(html-escape-target) "</p>"
                   END-DISPLAY
               END-IF

               DISPLAY "<table>"
               DISPLAY "<tr><th>Field</th><th>Before</th>"
                   "<th>After</th></tr>"
               END-DISPLAY
               MOVE "Title" TO change-field-label
               MOVE chg-before-title TO change-field-before
               MOVE chg-after-title TO change-field-after
               PERFORM SHOW-CHANGE-FIELD
               MOVE "Type" TO change-field-label
               MOVE chg-before-type TO change-field-before
               MOVE chg-after-type TO change-field-after
               PERFORM SHOW-CHANGE-FIELD
               MOVE "Value" TO change-field-label
               MOVE chg-before-value TO change-field-before
               MOVE chg-after-value TO change-field-after
               PERFORM SHOW-CHANGE-FIELD
               MOVE "Parent" TO change-field-label
               MOVE chg-before-parent TO change-field-before
               MOVE chg-after-parent TO change-field-after
               PERFORM SHOW-CHANGE-FIELD
               MOVE "Publish" TO change-field-label
               MOVE chg-before-publish TO change-field-before
               MOVE chg-after-publish TO change-field-after
               PERFORM SHOW-CHANGE-FIELD
               MOVE "Expire" TO change-field-label
               MOVE chg-before-expire TO change-field-before
               MOVE chg-after-expire TO change-field-after
               PERFORM SHOW-CHANGE-FIELD
               IF chg-tags-given
                   MOVE "Tags" TO change-field-label
                   MOVE chg-before-tags TO change-field-before
                   MOVE chg-after-tags TO change-field-after
                   PERFORM SHOW-CHANGE-FIELD
               END-IF
               DISPLAY "</table>"

               IF operator-is-admin AND chg-status-rec = "PENDING"
                   DISPLAY '<form method="post" name="adminchgapprove">'
                   DISPLAY '<input type="hidden" name="op" '
                       'value="CHGAPPROVE">'
                   END-DISPLAY
                   DISPLAY '<input type="hidden" name="chg" value="'
                       FUNCTION TRIM(chg-id-rec) '">'
                   END-DISPLAY
                   DISPLAY '<input type="submit" value="Approve">'
                   DISPLAY "</form>"

                   DISPLAY '<form method="post" name="adminchgreturn">'
                   DISPLAY '<input type="hidden" name="op" '
                       'value="CHGRETURN">'
                   END-DISPLAY
                   DISPLAY '<input type="hidden" name="chg" value="'
                       FUNCTION TRIM(chg-id-rec) '">'
                   END-DISPLAY
                   DISPLAY '<label>Note<input type="text" name="note">'
                       "</label>"
                   END-DISPLAY
                   DISPLAY '<input type="submit" value="Send Back">'
                   DISPLAY "</form>"
               END-IF

               DISPLAY '<form method="post" name="adminchgwithdraw">'
               DISPLAY '<input type="hidden" name="op" '
                   'value="CHGWITHDRAW">'
               END-DISPLAY
               DISPLAY '<input type="hidden" name="chg" value="'
                   FUNCTION TRIM(chg-id-rec) '">'
               END-DISPLAY
               DISPLAY '<input type="submit" value="Withdraw">'
               DISPLAY "</form>"
           END-IF

           PERFORM READ-CHANGE-ENTRY.

       SHOW-CHANGE-FIELD.
           MOVE change-field-before TO html-escape-source
           PERFORM HTML-ESCAPE-VALUE
           MOVE html-escape-target TO change-before-esc
           MOVE change-field-after TO html-escape-source
           PERFORM HTML-ESCAPE-VALUE
           MOVE html-escape-target TO admin-row-value-esc

           IF change-field-before = change-field-after
               DISPLAY "<tr><td>"
           ELSE
               DISPLAY '<tr class="changed"><td>'
           END-IF
           DISPLAY FUNCTION TRIM(change-field-label)
               "</td><td>" FUNCTION TRIM(change-before-esc)
               "</td><td>" FUNCTION TRIM(admin-row-value-esc)
               "</td></tr>"
           END-DISPLAY.

       SHOW-ENTRY-HISTORY.

      *> The revision trail for one (entry-title, entry-type) pair:
      *> the record as it stands today on the first row, then every
      *> recorded image oldest-first below it, field under field,
      *> each with its own one-button restore -- reading down a
      *> column IS the diff, and the operator picks the row to go
      *> back to.

           DISPLAY '<div id="admin-history">'
           DISPLAY "<h2>Change History</h2>"

           MOVE post-entry-title TO html-escape-source
           PERFORM HTML-ESCAPE-VALUE
           MOVE html-escape-target TO admin-row-title-esc
           MOVE post-entry-origtype TO html-escape-source
           PERFORM HTML-ESCAPE-VALUE
           MOVE html-escape-target TO admin-row-type-esc

           DISPLAY "<h3>" FUNCTION TRIM(admin-row-title-esc) " ("
               FUNCTION TRIM(admin-row-type-esc) ")</h3>"
           END-DISPLAY

           DISPLAY "<table>"
           DISPLAY "<tr><th>When</th><th>Who</th><th>Action</th>"
               "<th>Value</th><th>Parent</th><th>Publish</th>"
               "<th>Expire</th><th></th></tr>"
           END-DISPLAY

           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               MOVE post-entry-title TO entry-title-lk
               MOVE post-entry-origtype TO entry-type-lk
               READ content-lookup-file
                   INVALID KEY CONTINUE
               END-READ
               IF content-lookup-status = "00"
                   MOVE entry-value-lk TO html-escape-source
                   PERFORM HTML-ESCAPE-VALUE
                   MOVE html-escape-target TO admin-row-value-esc
                   MOVE parent-lk TO html-escape-source
                   PERFORM HTML-ESCAPE-VALUE
                   MOVE html-escape-target TO admin-row-parent-esc
                   DISPLAY "<tr><td>(current)</td><td></td><td></td>"
                       "<td>" FUNCTION TRIM(admin-row-value-esc)
                       "</td><td>"
                       FUNCTION TRIM(admin-row-parent-esc)
                       "</td><td>" publish-from-lk
                       "</td><td>" expire-after-lk
                       "</td><td></td></tr>"
                   END-DISPLAY
               ELSE
                   DISPLAY "<tr><td>(current)</td>"
                       "<td colspan=" '"7"' ">record no longer on "
                       "file</td></tr>"
                   END-DISPLAY
               END-IF
               CLOSE content-lookup-file
           END-IF

           MOVE "N" TO end-of-history-flag
           OPEN INPUT history-file
           IF history-file-status = "00"
               PERFORM READ-HISTORY-ENTRY
               PERFORM SHOW-HISTORY-ROW UNTIL end-of-history
               CLOSE history-file
           END-IF

           DISPLAY "</table>"
           DISPLAY "</div>".

       READ-HISTORY-ENTRY.
           READ history-file
               AT END SET end-of-history TO TRUE
           END-READ
           IF history-file-status NOT = "00"
               SET end-of-history TO TRUE
                   "</td><td>"
               END-DISPLAY

               IF operator-is-admin
                   DISPLAY '<form method="post" '
                       'name="adminhistrevert">'
                   END-DISPLAY
                   DISPLAY '<input type="hidden" name="op" '
                       'value="HISTREVERT">'
                   END-DISPLAY
                   DISPLAY '<input type="hidden" name="title" value="'
                       FUNCTION TRIM(admin-row-title-esc) '">'
                   END-DISPLAY
                   DISPLAY '<input type="hidden" name="origtype" '
                       'value="' FUNCTION TRIM(admin-row-type-esc) '">'
                   END-DISPLAY
                   DISPLAY '<input type="hidden" name="rev" value="'
                       hist-timestamp '">'
                   END-DISPLAY
                   DISPLAY '<input type="submit" value="Restore">'
                   DISPLAY "</form>"
               END-IF
               DISPLAY "</td></tr>"
           END-IF

                   READ content-file
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE "N" TO hist-undelete-flag
                   IF content-file-status = "00"
                       MOVE "RESTORE" TO hist-action-work
                       PERFORM WRITE-HISTORY-RECORD
                       DELETE content-file RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   ELSE
                       SET hist-undelete TO TRUE
                   END-IF

                   MOVE SPACES TO content-entry
                   WRITE content-entry
                       INVALID KEY CONTINUE
                   END-WRITE

      *> With nothing on file to set aside, the trail gets the
      *> image that came back instead, as an UNDELETE -- otherwise
      *> a record would reappear with no line saying how.

                   IF hist-undelete AND content-file-status = "00"
                       MOVE "UNDELETE" TO hist-action-work
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
                   CLOSE content-file

                   MOVE SPACES TO admin-action-label
      *> data/run.lock and this run owns the shop, or fails because
      *> somebody else already does, and this run refuses politely.
      *> A per-site sub-build the orchestrator itself spawned
      *> (COBWEB_SUBBUILD=Y, set only by SPAWN-SITE-BUILD and by the
      *> NIGHTLY chain's RUN-NIGHTLY-STEP) runs under its parent's
      *> lock -- it neither takes nor releases one of its own, or
      *> the parent's own children would refuse themselves.
      *> COBWEB_SITE alone earns no such pass: an
      *> operator's COBWEB_SITE=<id> CONVERT or DUMP is exactly the
      *> collision this lock exists to stop, and takes it like any
      *> other run.
                   MOVE convert-write-count TO job-record-count
               WHEN run-mailout-mode
                   MOVE mailout-sent-count TO job-record-count
               WHEN run-promote-mode
                   MOVE promote-diff-count TO job-record-count
               WHEN run-reconcile-mode
                   MOVE recon-exception-count TO job-record-count
               WHEN run-editorial-mode
                   MOVE edit-change-count TO job-record-count
               WHEN run-purge-mode
                   MOVE scrub-total-count TO job-record-count
               WHEN run-erase-mode
                   MOVE scrub-total-count TO job-record-count
               WHEN run-nightly-mode
                   MOVE nightly-ran-count TO job-record-count
               WHEN OTHER
                   IF site-build-count > 0
                       MOVE site-build-count TO job-record-count
                   VARYING arch-month-sub FROM 1 BY 1
                   UNTIL arch-month-sub > arch-month-used

      *> Then one tag-<name>.html per tag a live post carries, with
      *> tag-<name>-p<n>.html for each later slice -- children keyed
      *> by the "tag=" and "blogpage=" the live site answers.

               MOVE SPACES TO tag-param
               PERFORM WALK-BLOG-TAGS
               PERFORM GENERATE-TAG-PAGE
                   VARYING tag-sub FROM 1 BY 1
                   UNTIL tag-sub > tag-used

      *> The feed rides along with the per-page children -- same
      *> re-run-ourselves trick, just keyed off "feed=" instead of
      *> PATH_INFO, so the static-hosted site carries out/feed.xml
               CALL "SYSTEM" USING batch-command
               DISPLAY "  " FUNCTION TRIM(out-dir-path) "/feed.xml"
                   UPON SYSERR

               PERFORM GENERATE-REDIRECT-STUBS
           ELSE
               DISPLAY "cobweb: cannot open "
                   FUNCTION TRIM(content-idx-path) " -- "
           DISPLAY "  " FUNCTION TRIM(out-dir-path) "/archive-"
               arch-month(arch-month-sub) ".html" UPON SYSERR.

       GENERATE-TAG-PAGE.
           MOVE SPACES TO batch-command
           STRING "COBWEB_BATCH_CHILD=Y QUERY_STRING='tag="
               FUNCTION TRIM(tag-name(tag-sub))
               "' ./cobweb > " FUNCTION TRIM(out-dir-path)
               "/tag-" FUNCTION TRIM(tag-name(tag-sub)) ".html"
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command
           ADD 1 TO generate-page-count
           DISPLAY "  " FUNCTION TRIM(out-dir-path) "/tag-"
               FUNCTION TRIM(tag-name(tag-sub)) ".html" UPON SYSERR

           IF blog-page-size = 0
               MOVE 5 TO blog-page-size
           END-IF
           COMPUTE blog-page-total =
               (tag-count(tag-sub) + blog-page-size - 1)
                   / blog-page-size
           PERFORM GENERATE-TAG-LISTING-PAGE
               VARYING blog-page-num FROM 2 BY 1
               UNTIL blog-page-num > blog-page-total.

       GENERATE-TAG-LISTING-PAGE.
           MOVE blog-page-num TO blog-page-ed
           MOVE SPACES TO batch-command
           STRING "COBWEB_BATCH_CHILD=Y QUERY_STRING='tag="
               FUNCTION TRIM(tag-name(tag-sub))
               "&blogpage=" FUNCTION TRIM(blog-page-ed)
               "' ./cobweb > " FUNCTION TRIM(out-dir-path) "/tag-"
               FUNCTION TRIM(tag-name(tag-sub))
               "-p" FUNCTION TRIM(blog-page-ed) ".html"
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command
           ADD 1 TO generate-page-count
           DISPLAY "  " FUNCTION TRIM(out-dir-path) "/tag-"
               FUNCTION TRIM(tag-name(tag-sub))
               "-p" FUNCTION TRIM(blog-page-ed) ".html"
               UPON SYSERR.

       GENERATE-REDIRECT-STUBS.

      *> One stub per redirect table record, under the old name the
      *> static copy was published as -- <title>.html for a page,
      *> post-<title>.html for a post -- so a cached or bookmarked
      *> copy of the old file forwards to the new one (meta refresh
      *> plus a canonical link, all a static host can manage) or
      *> says plainly that it's gone.  An old name that is live
      *> again already got its real page above and is left alone.

           MOVE 0 TO redirect-stub-count
           MOVE "N" TO end-of-redirect-flag
           OPEN INPUT redirect-file
           IF redirect-file-status = "00"
               PERFORM READ-REDIRECT-ENTRY
               PERFORM WRITE-REDIRECT-STUB UNTIL end-of-redirect
               CLOSE redirect-file
           END-IF.

       WRITE-REDIRECT-STUB.
           MOVE rdr-kind-rec TO redirect-kind-work
           MOVE rdr-old-rec TO redirect-old-work
           PERFORM PROBE-REDIRECT-KEY

           IF NOT redirect-key-live AND
                   (rdr-kind-rec = "PAGE" OR rdr-kind-rec = "POST")
               MOVE SPACES TO stub-path
               MOVE SPACES TO redirect-location
               IF rdr-kind-rec = "POST"
                   STRING FUNCTION TRIM(out-dir-path) "/post-"
                       FUNCTION TRIM(rdr-old-rec) ".html"
                       DELIMITED BY SIZE INTO stub-path
                   STRING "post-" FUNCTION TRIM(rdr-new-rec) ".html"
                       DELIMITED BY SIZE INTO redirect-location
               ELSE
                   STRING FUNCTION TRIM(out-dir-path) "/"
                       FUNCTION TRIM(rdr-old-rec) ".html"
                       DELIMITED BY SIZE INTO stub-path
                   STRING FUNCTION TRIM(rdr-new-rec) ".html"
                       DELIMITED BY SIZE INTO redirect-location
               END-IF

               OPEN OUTPUT stub-file
               IF stub-file-status = "00"
                   MOVE "<!DOCTYPE html>" TO stub-line
                   WRITE stub-line
                   MOVE '<html><head><meta charset="UTF-8">'
                       TO stub-line
                   WRITE stub-line
                   IF rdr-gone
                       MOVE '<meta name="robots" content="noindex">'
                           TO stub-line
                       WRITE stub-line
                       MOVE "<title>Gone</title></head><body>"
                           TO stub-line
                       WRITE stub-line
                       MOVE "<p>That page has been removed from this "
                           & "site for good.</p>" TO stub-line
                       WRITE stub-line
                   ELSE
                       MOVE SPACES TO stub-line
                       STRING '<meta http-equiv="refresh" '
                           'content="0; url='
                           FUNCTION TRIM(redirect-location) '">'
                           DELIMITED BY SIZE INTO stub-line
                       WRITE stub-line
                       MOVE SPACES TO stub-line
                       STRING '<link rel="canonical" href="'
                           FUNCTION TRIM(redirect-location) '">'
                           DELIMITED BY SIZE INTO stub-line
                       WRITE stub-line
                       MOVE "<title>Moved</title></head><body>"
                           TO stub-line
                       WRITE stub-line
                       MOVE SPACES TO stub-line
                       STRING '<p>This page has moved to <a href="'
                           FUNCTION TRIM(redirect-location) '">'
                           FUNCTION TRIM(redirect-location) "</a>.</p>"
                           DELIMITED BY SIZE INTO stub-line
                       WRITE stub-line
                   END-IF
                   MOVE "</body></html>" TO stub-line
                   WRITE stub-line
                   CLOSE stub-file
                   ADD 1 TO redirect-stub-count
                   ADD 1 TO generate-page-count
                   DISPLAY "  " FUNCTION TRIM(stub-path) " (redirect)"
                       UPON SYSERR
               END-IF
           END-IF

           PERFORM READ-REDIRECT-ENTRY.

       GENERATE-BLOG-LISTING-PAGE.
           MOVE blog-page-num TO blog-page-ed
           MOVE SPACES TO batch-command
           END-READ
           IF content-file-status = "00"
               SET import-row-exists TO TRUE

      *> Same trail an admin edit leaves: the image about to be
      *> overwritten, under operator IMPORT.

               MOVE "IMPORT" TO hist-operator-work
               MOVE "EDIT" TO hist-action-work
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           MOVE imp-title TO entry-title
           IF content-file-status = "00" OR
                   content-file-status = "02"
               ADD 1 TO convert-write-count
               IF NOT import-row-exists
                   MOVE "IMPORT" TO hist-operator-work
                   MOVE "ADD" TO hist-action-work
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
               MOVE SPACES TO hist-operator-work
           ELSE
               MOVE SPACES TO hist-operator-work
               MOVE SPACES TO import-reason
               STRING "content store write failed, status "
                   content-file-status
               WHEN "ARTICLE"
               WHEN "BLOG-ENTRY"
               WHEN "BLOG-REPLY"
               WHEN "BLOG-TAGS"
               WHEN "TAG-CLOUD"
               WHEN "QUOTATION"
               WHEN "FOOTER-BIG-TEXT"
               WHEN "FOOTER-SMALL-TEXT"
                           TO check-reason
                       PERFORM WRITE-CHECK-PROBLEM
                   END-IF

      *> A post's tag list is filed under the post and under the
      *> post's own title, and holds only names the tag pages can
      *> be generated for.

               WHEN "BLOG-TAGS"
                   MOVE parent TO lookup-key-title
                   MOVE "BLOG-ENTRY" TO lookup-key-type
                   PERFORM LOOKUP-BY-KEY
                   IF NOT lookup-key-found
                       MOVE "parent is not a BLOG-ENTRY"
                           TO check-reason
                       PERFORM WRITE-CHECK-PROBLEM
                   END-IF
                   IF entry-title NOT = parent
                       MOVE "tag list not titled after its post"
                           TO check-reason
                       PERFORM WRITE-CHECK-PROBLEM
                   END-IF
                   MOVE entry-value TO tag-walk-list
                   MOVE "Y" TO tag-hit-flag
                   MOVE 1 TO tag-scan-ptr
                   PERFORM VERIFY-POST-TAG
                       UNTIL tag-scan-ptr > 1024
                   IF NOT tag-hit
                       MOVE "tag name outside A-Z, 0-9 and hyphen"
                           TO check-reason
                       PERFORM WRITE-CHECK-PROBLEM
                   END-IF
               WHEN "FORM"
                   MOVE entry-value(1:32) TO lookup-key-title
                   PERFORM LOOKUP-ANY-BY-TITLE
                   CONTINUE
           END-EVALUATE.

       VERIFY-POST-TAG.
           MOVE SPACES TO tag-word
           UNSTRING tag-walk-list DELIMITED BY ALL SPACE
               INTO tag-word
               WITH POINTER tag-scan-ptr
           END-UNSTRING
           IF tag-word NOT = SPACES
               PERFORM CHECK-TAG-WORD
               IF NOT tag-word-ok
                   MOVE "N" TO tag-hit-flag
               END-IF
           END-IF.

       CHECK-PARENT-CHAIN.

      *> Follow the parent chain upward; a healthy chain hits ROOT
                   SET lookup-any-found TO TRUE
                   MOVE parent-lk TO lookup-any-parent
               END-IF
           END-IF.

       LOOKUP-BY-KEY.

      *> Exact (title, type) probe -- one keyed READ.

           MOVE "N" TO lookup-key-found-flag

           MOVE lookup-key-title TO entry-title-lk
           MOVE lookup-key-type TO entry-type-lk
           READ content-lookup-file
               INVALID KEY CONTINUE
           END-READ
           IF content-lookup-status = "00"
               SET lookup-key-found TO TRUE
           END-IF.

       WRITE-CHECK-PROBLEM.
           ADD 1 TO check-problem-count
           MOVE SPACES TO report-line
           STRING "  " FUNCTION TRIM(entry-title)
               " (" FUNCTION TRIM(entry-type) "): "
               FUNCTION TRIM(check-reason)
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       RUN-ASSET-SWEEP.

      *> The orphan hunt: load the whole catalogue into the sweep
      *> table, then mark every asset some entry-value somewhere
      *> still mentions, and report whatever came through
      *> unmentioned to a dated log -- the same report shape as the
      *> content check.  The catalogue and img/ are install-wide
      *> but the content stores are per-site, so "somewhere" means
      *> the store this invocation selected AND every registered
      *> site's store -- an asset only one sister site uses is not
      *> dead, and the operators delete what this report names.
      *> Reporting only; the rm is the operator's to run once
      *> they've read the list, which is the whole reason nobody
      *> has dared clean img/ by hand.

           DISPLAY "cobweb: sweeping asset catalogue against "
               "every content store" UPON SYSERR

           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:8) TO report-date

           MOVE 0 TO sweep-asset-count
           MOVE 0 TO sweep-orphan-count
           MOVE 0 TO sweep-skip-count
           MOVE 0 TO sweep-store-count
           INITIALIZE sweep-asset-table
           INITIALIZE sweep-store-table
           MOVE "N" TO end-of-asset-flag

           OPEN INPUT asset-file
           IF asset-file-status NOT = "00"
               DISPLAY "cobweb: no data/assets.dat to sweep"
                   UPON SYSERR
           ELSE
               PERFORM READ-ASSET-ENTRY
               PERFORM LOAD-SWEEP-ASSET UNTIL end-of-asset
               CLOSE asset-file

      *> The selected store first, then the registry's -- the path
      *> fields are borrowed for the walk and put back after.

               MOVE content-idx-path TO sweep-save-path
               MOVE current-site-id TO sweep-save-site

               PERFORM SWEEP-CONTENT-STORE

               MOVE "N" TO end-of-site-flag
               OPEN INPUT site-file
               IF site-file-status = "00"
                   PERFORM READ-SITE-RECORD
                   PERFORM SWEEP-REGISTRY-SITE UNTIL end-of-site
                   CLOSE site-file
               END-IF

               MOVE sweep-save-path TO content-idx-path
               MOVE sweep-save-site TO current-site-id

               IF sweep-store-count = 0
                   DISPLAY "cobweb: no content store could be "
                       "opened" UPON SYSERR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-SWEEP-REPORT

                   MOVE SPACES TO batch-command
                   STRING "cat log/report.new >> log/asset-sweep-"
                       report-date ".rpt && rm log/report.new"
                       DELIMITED BY SIZE INTO batch-command
                   CALL "SYSTEM" USING batch-command

                   DISPLAY "cobweb: " sweep-orphan-count
                       " orphan(s) -- see log/asset-sweep-"
                       report-date ".rpt" UPON SYSERR
               END-IF
           END-IF.

       SWEEP-REGISTRY-SITE.
           IF site-host-rec(1:1) NOT = "*" AND
                   FUNCTION TRIM(site-id-rec) NOT = SPACES
               MOVE FUNCTION TRIM(site-id-rec) TO current-site-id
               PERFORM CHECK-SITE-NAME
               IF site-name-ok
                   MOVE SPACES TO content-idx-path
                   STRING "data/" FUNCTION TRIM(current-site-id)
                       ".idx"
                       DELIMITED BY SIZE INTO content-idx-path
                   IF content-idx-path NOT = sweep-save-path
                       PERFORM SWEEP-CONTENT-STORE
                   END-IF
               END-IF
           END-IF

           PERFORM READ-SITE-RECORD.

       SWEEP-CONTENT-STORE.

      *> One full pass of whichever store content-idx-path names,
      *> marking every asset it mentions.  A store that won't open
      *> is noted and skipped -- the report only claims what was
      *> actually checked.

           MOVE "N" TO end-of-content-flag
           OPEN INPUT content-file
           IF content-file-status NOT = "00"
               DISPLAY "cobweb: cannot open "
                   FUNCTION TRIM(content-idx-path)
                   " -- skipped" UPON SYSERR
           ELSE
               ADD 1 TO sweep-store-count
               IF sweep-store-count <= 21
                   MOVE content-idx-path
                       TO sweep-store-name(sweep-store-count)
               END-IF
               PERFORM READ-CONTENT-ENTRY
               PERFORM SWEEP-CONTENT-RECORD UNTIL end-of-content
               CLOSE content-file
           END-IF.

       LOAD-SWEEP-ASSET.
           IF asset-name-rec NOT = SPACES
               IF sweep-asset-count < 200
                   ADD 1 TO sweep-asset-count
                   MOVE asset-name-rec
                       TO sweep-asset-name(sweep-asset-count)
                   MOVE "N" TO sweep-asset-used(sweep-asset-count)
               ELSE
                   ADD 1 TO sweep-skip-count
               END-IF
           END-IF

           PERFORM READ-ASSET-ENTRY.

       SWEEP-CONTENT-RECORD.

      *> Match every still-unmarked asset name against this record's
      *> value, borrowing the search machinery's substring probe --
      *> the needle is the bare file name, so "img/slide1.jpg" and a
      *> bare "slide1.jpg" both count as a reference.

           MOVE FUNCTION UPPER-CASE(entry-value) TO search-hay

           PERFORM SWEEP-MATCH-ASSET
               VARYING sweep-asset-sub FROM 1 BY 1
               UNTIL sweep-asset-sub > sweep-asset-count

           PERFORM READ-CONTENT-ENTRY.

       SWEEP-MATCH-ASSET.
           IF sweep-asset-used(sweep-asset-sub) = "N"
               MOVE FUNCTION UPPER-CASE(
                   sweep-asset-name(sweep-asset-sub))
                   TO search-term-upper
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   search-term-upper)) TO search-term-len
               MOVE "N" TO search-field-hit-flag
               PERFORM SEARCH-FIELD-MATCH
               IF search-field-hit
                   MOVE "Y" TO sweep-asset-used(sweep-asset-sub)
               END-IF
           END-IF.

       WRITE-SWEEP-REPORT.
           OPEN OUTPUT report-file

           MOVE SPACES TO report-line
           STRING "cobweb asset sweep for " report-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO report-line
           MOVE "content stores checked:" TO report-line
           WRITE report-line

           MOVE 1 TO sweep-store-sub
           PERFORM WRITE-SWEEP-STORE-LINE
               UNTIL sweep-store-sub > sweep-store-count
               OR sweep-store-sub > 21

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "assets no content entry references:" TO report-line
           WRITE report-line

           PERFORM WRITE-SWEEP-ORPHAN-LINE
               VARYING sweep-asset-sub FROM 1 BY 1
               UNTIL sweep-asset-sub > sweep-asset-count

           IF sweep-orphan-count = 0
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF

           IF sweep-skip-count > 0
               MOVE SPACES TO report-line
               MOVE sweep-skip-count TO report-count-ed
               STRING "  " report-count-ed
                   " catalogue record(s) past the table limit "
                   "not checked"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           MOVE SPACES TO report-line
           MOVE sweep-asset-count TO report-count-ed
           STRING "assets checked: " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE sweep-orphan-count TO report-count-ed
           STRING "orphans found:  " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           CLOSE report-file.

       WRITE-SWEEP-STORE-LINE.
           MOVE SPACES TO report-line
           STRING "  "
               FUNCTION TRIM(sweep-store-name(sweep-store-sub))
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           ADD 1 TO sweep-store-sub.

       WRITE-SWEEP-ORPHAN-LINE.
           IF sweep-asset-used(sweep-asset-sub) = "N"
               ADD 1 TO sweep-orphan-count
               MOVE SPACES TO report-line
               STRING "  img/"
                   FUNCTION TRIM(sweep-asset-name(sweep-asset-sub))
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.

       RUN-CONTENT-PROMOTE.

      *> Staging to live.  The source is another registered site's
      *> store, the target the store this run selected; both are
      *> walked in key order side by side -- the old balanced-line
      *> match -- and every key on one side only, or on both with a
      *> different image, is a difference: ADD (source only), DELETE
      *> (target only), CHANGE (both, differing).  Every difference
      *> goes on a dated diff report.  With COBWEB_PROMOTE_COMMIT=Y
      *> they are then applied to the target, after one generation
      *> snapshot of it, each with its history line -- so a
      *> promotion is undone the way any admin change is.  A key
      *> list, when given, holds every other key back untouched,
      *> and the live site's own visitor replies are always held.

           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:8) TO report-date

           MOVE 0 TO promote-add-count
           MOVE 0 TO promote-change-count
           MOVE 0 TO promote-delete-count
           MOVE 0 TO promote-same-count
           MOVE 0 TO promote-held-count
           MOVE 0 TO promote-diff-count
           MOVE 0 TO promote-apply-count
           MOVE 0 TO promote-fail-count
           MOVE "N" TO promote-report-open-flag

           MOVE SPACES TO promote-from-env
           ACCEPT promote-from-env FROM ENVIRONMENT
               "COBWEB_PROMOTE_FROM"
               ON EXCEPTION MOVE SPACES TO promote-from-env
           END-ACCEPT
           MOVE SPACES TO promote-commit-env
           ACCEPT promote-commit-env FROM ENVIRONMENT
               "COBWEB_PROMOTE_COMMIT"
               ON EXCEPTION MOVE SPACES TO promote-commit-env
           END-ACCEPT
           MOVE SPACES TO promote-keys-env
           ACCEPT promote-keys-env FROM ENVIRONMENT
               "COBWEB_PROMOTE_KEYS"
               ON EXCEPTION MOVE SPACES TO promote-keys-env
           END-ACCEPT

           MOVE "N" TO promote-commit-flag
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(promote-commit-env))
                   = "Y"
               SET promote-commit TO TRUE
           END-IF

           PERFORM RESOLVE-PROMOTE-SOURCE

           EVALUATE TRUE
               WHEN promote-source-path = SPACES
                   DISPLAY "cobweb: PROMOTE needs COBWEB_PROMOTE_FROM "
                       "set to a registered site id" UPON SYSERR
                   MOVE 16 TO RETURN-CODE
               WHEN promote-source-path = content-idx-path
                   DISPLAY "cobweb: PROMOTE source and target are "
                       "the same store" UPON SYSERR
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM LOAD-PROMOTE-KEYS
                   IF RETURN-CODE = 0
                       PERFORM DIFF-PROMOTE-STORES
                   END-IF
                   IF promote-report-open
                       IF promote-commit AND promote-diff-count > 0
                           PERFORM APPLY-PROMOTE-WORK
                       END-IF
                       PERFORM WRITE-PROMOTE-TOTALS
                   END-IF
           END-EVALUATE.

       RESOLVE-PROMOTE-SOURCE.

      *> The source id is believed only once the registry knows it
      *> and it passes the site-id character check -- the same two
      *> tests DETECT-SITE puts a COBWEB_SITE through.  FIND-SITE-
      *> RECORD reads site-env, so the id stands in there for the
      *> lookup and the run's own values go back after.

           MOVE SPACES TO promote-source-path
           IF FUNCTION TRIM(promote-from-env) NOT = SPACES
               MOVE site-env TO promote-save-env
               MOVE current-site-id TO promote-save-site
               MOVE promote-from-env TO site-env
               MOVE "N" TO site-found-flag
               PERFORM FIND-SITE-RECORD
               IF site-found
                   MOVE FUNCTION TRIM(site-id-rec) TO current-site-id
                   PERFORM CHECK-SITE-NAME
                   IF site-name-ok
                       STRING "data/" FUNCTION TRIM(current-site-id)
                           ".idx"
                           DELIMITED BY SIZE INTO promote-source-path
                   END-IF
               END-IF
               MOVE promote-save-env TO site-env
               MOVE promote-save-site TO current-site-id
           END-IF.

       LOAD-PROMOTE-KEYS.
           MOVE 0 TO promote-key-used
           MOVE "N" TO promote-keylist-flag
           IF FUNCTION TRIM(promote-keys-env) NOT = SPACES
               MOVE promote-keys-env TO promote-keys-path
               MOVE "N" TO end-of-promote-keys-flag
               OPEN INPUT promote-keys-file
               IF promote-keys-status NOT = "00"
                   DISPLAY "cobweb: cannot open key list "
                       FUNCTION TRIM(promote-keys-path) UPON SYSERR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET promote-keylist TO TRUE
                   PERFORM READ-PROMOTE-KEYS-ENTRY
                   PERFORM LOAD-PROMOTE-KEY UNTIL end-of-promote-keys
                   CLOSE promote-keys-file
               END-IF
           END-IF.

       READ-PROMOTE-KEYS-ENTRY.
           READ promote-keys-file
               AT END SET end-of-promote-keys TO TRUE
           END-READ
           IF promote-keys-status NOT = "00"
               SET end-of-promote-keys TO TRUE
           END-IF.

       LOAD-PROMOTE-KEY.
           IF promote-keys-key NOT = SPACES AND
                   promote-keys-key(1:1) NOT = "*"
               IF promote-key-used < 200
                   ADD 1 TO promote-key-used
                   MOVE FUNCTION UPPER-CASE(promote-keys-key)
                       TO promote-key-slot(promote-key-used)
               ELSE
                   DISPLAY "cobweb: key list past 200 entries -- "
                       "the rest are ignored" UPON SYSERR
               END-IF
           END-IF

           PERFORM READ-PROMOTE-KEYS-ENTRY.

       DIFF-PROMOTE-STORES.
           OPEN INPUT promote-source-file
           IF promote-source-status NOT = "00"
               DISPLAY "cobweb: cannot open "
                   FUNCTION TRIM(promote-source-path)
                   ", status " promote-source-status UPON SYSERR
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT content-lookup-file
               IF content-lookup-status NOT = "00"
                   DISPLAY "cobweb: cannot open "
                       FUNCTION TRIM(content-idx-path)
                       ", status " content-lookup-status UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   CLOSE promote-source-file
               ELSE
                   DISPLAY "cobweb: promoting "
                       FUNCTION TRIM(promote-source-path) " to "
                       FUNCTION TRIM(content-idx-path) UPON SYSERR
                   OPEN OUTPUT report-file
                   OPEN OUTPUT promote-work-file
                   SET promote-report-open TO TRUE

                   MOVE SPACES TO report-line
                   IF promote-commit
                       STRING "cobweb promote (commit) for "
                           report-date
                           DELIMITED BY SIZE INTO report-line
                   ELSE
                       STRING "cobweb promote (diff only) for "
                           report-date
                           DELIMITED BY SIZE INTO report-line
                   END-IF
                   WRITE report-line
                   MOVE SPACES TO report-line
                   STRING "  from " FUNCTION TRIM(promote-source-path)
                       " to " FUNCTION TRIM(content-idx-path)
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
                   MOVE SPACES TO report-line
                   WRITE report-line

                   PERFORM READ-PROMOTE-SOURCE
                   PERFORM READ-PROMOTE-TARGET
                   PERFORM MATCH-PROMOTE-KEYS
                       UNTIL promote-src-key = HIGH-VALUES AND
                             promote-tgt-key = HIGH-VALUES

                   CLOSE promote-work-file
                   CLOSE content-lookup-file
                   CLOSE promote-source-file
               END-IF
           END-IF.

       READ-PROMOTE-SOURCE.
           READ promote-source-file NEXT
               AT END MOVE HIGH-VALUES TO promote-src-key
           END-READ
           IF promote-source-status = "00"
               MOVE entry-key-ps TO promote-src-key
           ELSE
               MOVE HIGH-VALUES TO promote-src-key
           END-IF.

       READ-PROMOTE-TARGET.
           READ content-lookup-file NEXT
               AT END MOVE HIGH-VALUES TO promote-tgt-key
           END-READ
           IF content-lookup-status = "00"
               MOVE entry-key-lk TO promote-tgt-key
           ELSE
               MOVE HIGH-VALUES TO promote-tgt-key
           END-IF.

       MATCH-PROMOTE-KEYS.

      *> One step of the side-by-side walk.  The lower key is the
      *> one only its own side has; equal keys are the same entry on
      *> both sides, a CHANGE only if anything past the key differs.
      *> Whatever the outcome, the side(s) just consumed read on.

           EVALUATE TRUE
               WHEN promote-src-key < promote-tgt-key
                   MOVE promote-src-key TO promote-probe-key
                   PERFORM CHECK-PROMOTE-KEY
                   IF promote-key-hit
                       MOVE "ADD" TO promote-action-work
                       MOVE promote-source-entry TO pw-image
                       MOVE SPACES TO promote-fields-work
                       PERFORM NOTE-PROMOTE-DIFF
                       ADD 1 TO promote-add-count
                   END-IF
                   PERFORM READ-PROMOTE-SOURCE
               WHEN promote-src-key > promote-tgt-key
                       AND entry-type-lk = "BLOG-REPLY"
                   PERFORM KEEP-PROMOTE-REPLY
                   PERFORM READ-PROMOTE-TARGET
               WHEN promote-src-key > promote-tgt-key
                   MOVE promote-tgt-key TO promote-probe-key
                   PERFORM CHECK-PROMOTE-KEY
                   IF promote-key-hit
                       MOVE "DELETE" TO promote-action-work
                       MOVE content-lookup-entry TO pw-image
                       MOVE SPACES TO promote-fields-work
                       PERFORM NOTE-PROMOTE-DIFF
                       ADD 1 TO promote-delete-count
                   END-IF
                   PERFORM READ-PROMOTE-TARGET
               WHEN OTHER
                   IF promote-source-entry = content-lookup-entry
                       ADD 1 TO promote-same-count
                   ELSE
                       MOVE promote-src-key TO promote-probe-key
                       PERFORM CHECK-PROMOTE-KEY
                       IF promote-key-hit
                           MOVE "CHANGE" TO promote-action-work
                           MOVE promote-source-entry TO pw-image
                           PERFORM LIST-PROMOTE-FIELDS
                           PERFORM NOTE-PROMOTE-DIFF
                           ADD 1 TO promote-change-count
                       END-IF
                   END-IF
                   PERFORM READ-PROMOTE-SOURCE
                   PERFORM READ-PROMOTE-TARGET
           END-EVALUATE.

       KEEP-PROMOTE-REPLY.

      *> An approved visitor reply lives only on the live site --
      *> staging never has one to send -- so a target-only
      *> BLOG-REPLY is no difference at all.  It is held back like
      *> a key the list left out, and named in the report so the
      *> count can be checked.

           ADD 1 TO promote-held-count
           MOVE SPACES TO report-line
           STRING "KEEP     " FUNCTION TRIM(entry-title-lk) " ("
               FUNCTION TRIM(entry-type-lk)
               ") -- kept (visitor content)"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       CHECK-PROMOTE-KEY.

      *> With no key list every difference goes; with one, only
      *> the keys it names -- the rest are counted as held back so
      *> the report shows the promotion was deliberately partial.

           IF promote-keylist
               MOVE "N" TO promote-key-hit-flag
               MOVE 1 TO promote-key-sub
               PERFORM PROBE-PROMOTE-KEY
                   UNTIL promote-key-hit
                   OR promote-key-sub > promote-key-used
               IF NOT promote-key-hit
                   ADD 1 TO promote-held-count
               END-IF
           ELSE
               SET promote-key-hit TO TRUE
           END-IF.

       PROBE-PROMOTE-KEY.
           IF promote-key-slot(promote-key-sub) =
                   FUNCTION UPPER-CASE(promote-probe-key)
               SET promote-key-hit TO TRUE
           ELSE
               ADD 1 TO promote-key-sub
           END-IF.

       LIST-PROMOTE-FIELDS.
           MOVE SPACES TO promote-fields-work
           MOVE 1 TO promote-fields-ptr
           IF entry-value-ps NOT = entry-value-lk
               STRING "value " DELIMITED BY SIZE
                   INTO promote-fields-work
                   WITH POINTER promote-fields-ptr
           END-IF
           IF parent-ps NOT = parent-lk
               STRING "parent " DELIMITED BY SIZE
                   INTO promote-fields-work
                   WITH POINTER promote-fields-ptr
           END-IF
           IF publish-from-ps NOT = publish-from-lk
               STRING "publish " DELIMITED BY SIZE
                   INTO promote-fields-work
                   WITH POINTER promote-fields-ptr
           END-IF
           IF expire-after-ps NOT = expire-after-lk
               STRING "expire " DELIMITED BY SIZE
                   INTO promote-fields-work
                   WITH POINTER promote-fields-ptr
           END-IF.

       NOTE-PROMOTE-DIFF.

      *> The report line for one difference, and -- committing --
      *> the same difference onto the work list for the apply pass.

           ADD 1 TO promote-diff-count
           MOVE SPACES TO report-line
           IF promote-fields-work = SPACES
               STRING promote-action-work " "
                   FUNCTION TRIM(pw-title) " ("
                   FUNCTION TRIM(pw-type) ")"
                   DELIMITED BY SIZE INTO report-line
           ELSE
               STRING promote-action-work " "
                   FUNCTION TRIM(pw-title) " ("
                   FUNCTION TRIM(pw-type) ") -- "
                   FUNCTION TRIM(promote-fields-work)
                   DELIMITED BY SIZE INTO report-line
           END-IF
           WRITE report-line

           IF promote-commit
               MOVE promote-action-work TO pw-action-rec
               WRITE promote-work-entry
           END-IF.

       APPLY-PROMOTE-WORK.

      *> Commit.  One generation snapshot of the target before the
      *> first write -- the same safety copy an admin change takes,
      *> so a bad promotion rolls back from the panel's Backups
      *> screen -- then the work list replayed against the store,
      *> each change with its history line under operator PROMOTE.

           PERFORM TAKE-CONTENT-GENERATION

           OPEN I-O content-file
           IF content-file-status NOT = "00"
               DISPLAY "cobweb: cannot open "
                   FUNCTION TRIM(content-idx-path)
                   " for update, status " content-file-status
                   UPON SYSERR
               MOVE SPACES TO report-line
               STRING "target could not be opened for update -- "
                   "nothing applied"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO end-of-promote-work-flag
               OPEN INPUT promote-work-file
               IF promote-work-status = "00"
                   PERFORM READ-PROMOTE-WORK
                   PERFORM APPLY-PROMOTE-ENTRY
                       UNTIL end-of-promote-work
                   CLOSE promote-work-file
               END-IF
               CLOSE content-file
               MOVE SPACES TO hist-operator-work
               IF promote-fail-count > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-PROMOTE-WORK.
           READ promote-work-file
               AT END SET end-of-promote-work TO TRUE
           END-READ
           IF promote-work-status NOT = "00"
               SET end-of-promote-work TO TRUE
           END-IF.

       APPLY-PROMOTE-ENTRY.

      *> History follows the store's own convention: ADD records the
      *> new image, EDIT and DELETE the image being replaced -- so
      *> the HISTORY screen can put a promoted-over entry back the
      *> same as any other.

           MOVE "PROMOTE" TO hist-operator-work
           MOVE "N" TO promote-apply-ok-flag

           EVALUATE pw-action-rec
               WHEN "ADD"
                   MOVE pw-image TO content-entry
                   WRITE content-entry
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF content-file-status = "00" OR
                           content-file-status = "02"
                       MOVE "ADD" TO hist-action-work
                       PERFORM WRITE-HISTORY-RECORD
                       SET promote-apply-ok TO TRUE
                   END-IF
               WHEN "CHANGE"
                   MOVE pw-key TO entry-key
                   READ content-file
                       INVALID KEY CONTINUE
                   END-READ
                   IF content-file-status = "00"
                       MOVE "EDIT" TO hist-action-work
                       PERFORM WRITE-HISTORY-RECORD
                       MOVE pw-image TO content-entry
                       REWRITE content-entry
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF content-file-status = "00" OR
                               content-file-status = "02"
                           SET promote-apply-ok TO TRUE
                       END-IF
                   END-IF
               WHEN "DELETE"
                   MOVE pw-key TO entry-key
                   READ content-file
                       INVALID KEY CONTINUE
                   END-READ
                   IF content-file-status = "00"
                       MOVE "DELETE" TO hist-action-work
                       PERFORM WRITE-HISTORY-RECORD
                       DELETE content-file
                           INVALID KEY CONTINUE
                       END-DELETE
                       IF content-file-status = "00"
                           SET promote-apply-ok TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF promote-apply-ok
               ADD 1 TO promote-apply-count
           ELSE
               ADD 1 TO promote-fail-count
               MOVE SPACES TO report-line
               STRING "FAILED " pw-action-rec " "
                   FUNCTION TRIM(pw-title) " ("
                   FUNCTION TRIM(pw-type) "), status "
                   content-file-status
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           PERFORM READ-PROMOTE-WORK.

       WRITE-PROMOTE-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE promote-add-count TO report-count-ed
           STRING "additions:     " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE promote-change-count TO report-count-ed
           STRING "changes:       " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE promote-delete-count TO report-count-ed
           STRING "deletions:     " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE promote-same-count TO report-count-ed
           STRING "unchanged:     " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF promote-keylist OR promote-held-count > 0
               MOVE SPACES TO report-line
               MOVE promote-held-count TO report-count-ed
               STRING "held back:     " report-count-ed
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
           IF promote-commit
               MOVE SPACES TO report-line
               MOVE promote-apply-count TO report-count-ed
               STRING "applied:       " report-count-ed
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               MOVE promote-fail-count TO report-count-ed
               STRING "failed:        " report-count-ed
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           CLOSE report-file

           MOVE SPACES TO batch-command
           STRING "cat log/report.new >> log/promote-"
               report-date ".rpt && rm log/report.new"
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command
           CALL "SYSTEM" USING "rm -f data/promote.tmp"

           DISPLAY "cobweb: " promote-diff-count " difference(s), "
               promote-apply-count " applied -- see log/promote-"
               report-date ".rpt" UPON SYSERR.

       RUN-CONTENT-RECONCILE.

      *> Proof that the store, the flat master and the history trail
      *> tell one story.  The flat master's own modification time
      *> is the DUMP that wrote it; every history line after that is
      *> replayed over the flat image key by key, and what comes out
      *> has to match the store.  A record that changed with no
      *> history line, a history line the records don't bear out, a
      *> record that came or went unrecorded -- each is an exception
      *> on a dated report, with control totals by entry-type for
      *> both sides underneath.  Any exception, or any type whose
      *> totals disagree, ends the run with RETURN-CODE 8 -- the
      *> signal not to let the next DUMP paper over it.

           DISPLAY "cobweb: reconciling "
               FUNCTION TRIM(content-idx-path) " against "
               FUNCTION TRIM(content-flat-path) UPON SYSERR

           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:8) TO report-date

           MOVE 0 TO recon-flat-count
           MOVE 0 TO recon-idx-count
           MOVE 0 TO recon-replay-count
           MOVE 0 TO recon-exception-count
           MOVE 0 TO recon-total-diff-count
           MOVE 0 TO recon-event-used
           MOVE 0 TO recon-out-used
           MOVE 0 TO recon-in-used
           MOVE 0 TO recon-type-used
           INITIALIZE recon-type-table
           MOVE "N" TO recon-overflow-flag
           MOVE "Y" TO recon-flat-order-flag

           PERFORM FIND-FLAT-STAMP

           IF recon-stamp IS NOT NUMERIC
               DISPLAY "cobweb: cannot date "
                   FUNCTION TRIM(content-flat-path)
                   " -- has it ever been dumped?" UPON SYSERR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RECON-EVENTS
               IF recon-overflow
                   DISPLAY "cobweb: more than 2000 history lines "
                       "since the last DUMP -- too many to replay"
                       UPON SYSERR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM COMPARE-RECON-STORES
               END-IF
           END-IF.

       FIND-FLAT-STAMP.

      *> The flat master's modification time, as the same
      *> CCYYMMDDHHMMSS history stamps its lines with, fetched the
      *> usual shell-out-and-read-back way.

           MOVE SPACES TO recon-stamp
           MOVE SPACES TO batch-command
           STRING "date -r " FUNCTION TRIM(content-flat-path)
               " +%Y%m%d%H%M%S > data/assetscan.tmp 2>/dev/null"
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command

           OPEN INPUT asset-scan-file
           IF asset-scan-status = "00"
               READ asset-scan-file
                   AT END MOVE SPACES TO asset-scan-line
               END-READ
               IF asset-scan-status = "00"
                   MOVE asset-scan-line(1:14) TO recon-stamp
               END-IF
               CLOSE asset-scan-file
           END-IF
           CALL "SYSTEM" USING "rm -f data/assetscan.tmp".

       LOAD-RECON-EVENTS.
           MOVE "N" TO end-of-history-flag
           OPEN INPUT history-file
           IF history-file-status = "00"
               PERFORM READ-HISTORY-ENTRY
               PERFORM LOAD-RECON-EVENT
                   UNTIL end-of-history OR recon-overflow
               CLOSE history-file
           END-IF.

       LOAD-RECON-EVENT.
           IF hist-timestamp > recon-stamp
               IF recon-event-used < 2000
                   ADD 1 TO recon-event-used
                   MOVE hist-action TO recon-ev-action(recon-event-used)
                   MOVE "N" TO recon-ev-done(recon-event-used)
                   MOVE hist-title TO recon-ev-title(recon-event-used)
                   MOVE hist-type TO recon-ev-type(recon-event-used)
                   MOVE hist-value TO recon-ev-value(recon-event-used)
                   MOVE hist-parent TO
                       recon-ev-parent(recon-event-used)
                   MOVE hist-publish TO
                       recon-ev-publish(recon-event-used)
                   MOVE hist-expire TO
                       recon-ev-expire(recon-event-used)
               ELSE
                   SET recon-overflow TO TRUE
               END-IF
           END-IF

           PERFORM READ-HISTORY-ENTRY.

       COMPARE-RECON-STORES.
           MOVE "N" TO end-of-flat-flag
           OPEN INPUT content-flat-file
           IF content-flat-status NOT = "00"
               DISPLAY "cobweb: cannot open "
                   FUNCTION TRIM(content-flat-path) UPON SYSERR
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT content-lookup-file
               IF content-lookup-status NOT = "00"
                   DISPLAY "cobweb: cannot open "
                       FUNCTION TRIM(content-idx-path)
                       ", status " content-lookup-status UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   CLOSE content-flat-file
               ELSE
                   OPEN OUTPUT report-file

                   MOVE SPACES TO report-line
                   STRING "cobweb reconciliation for " report-date
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
                   MOVE SPACES TO report-line
                   STRING "  " FUNCTION TRIM(content-idx-path)
                       " against " FUNCTION TRIM(content-flat-path)
                       " as dumped " recon-stamp
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
                   MOVE SPACES TO report-line
                   WRITE report-line

                   MOVE LOW-VALUES TO recon-flat-prev
                   PERFORM READ-RECON-FLAT
                   PERFORM READ-RECON-INDEX
                   PERFORM MATCH-RECON-KEYS
                       UNTIL recon-flat-key = HIGH-VALUES AND
                             recon-idx-key = HIGH-VALUES

      *> Whatever history is left belongs to keys neither side has
      *> -- added and deleted again since the DUMP, or moved on.

                   IF recon-flat-in-order
                       MOVE "N" TO recon-flat-here-flag
                       MOVE "N" TO recon-idx-here-flag
                       PERFORM RECONCILE-LEFT-EVENT
                           VARYING recon-event-sub FROM 1 BY 1
                           UNTIL recon-event-sub > recon-event-used
                       PERFORM PAIR-RECON-MOVES
                   END-IF

                   PERFORM WRITE-RECON-TOTALS

                   CLOSE report-file
                   CLOSE content-lookup-file
                   CLOSE content-flat-file

                   MOVE SPACES TO batch-command
                   STRING "cat log/report.new >> log/reconcile-"
                       report-date ".rpt && rm log/report.new"
                       DELIMITED BY SIZE INTO batch-command
                   CALL "SYSTEM" USING batch-command

                   IF recon-exception-count > 0 OR
                           recon-total-diff-count > 0
                       DISPLAY "cobweb: " recon-exception-count
                           " exception(s), " recon-total-diff-count
                           " type total(s) disagree -- see "
                           "log/reconcile-" report-date ".rpt"
                           UPON SYSERR
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "cobweb: store, master and history "
                           "agree" UPON SYSERR
                   END-IF
               END-IF
           END-IF.

       READ-RECON-FLAT.

      *> Blank lines are skipped, the way CONVERT skips them.  DUMP
      *> writes the master in key order, and the side-by-side walk
      *> depends on it -- a master that isn't (hand-edited, or never
      *> dumped at all) stops the walk with one exception rather
      *> than a report full of nonsense.

           MOVE HIGH-VALUES TO recon-flat-key
           IF NOT end-of-flat
               PERFORM READ-FLAT-ENTRY
               PERFORM READ-FLAT-ENTRY
                   UNTIL end-of-flat OR entry-title-fl NOT = SPACES
           END-IF
           IF NOT end-of-flat
               MOVE content-flat-entry(1:50) TO recon-flat-key
               ADD 1 TO recon-flat-count
               IF recon-flat-key NOT > recon-flat-prev
                   MOVE recon-flat-key TO recon-key
                   MOVE "master out of key order or key repeated"
                       TO recon-reason
                   PERFORM NOTE-RECON-EXCEPTION
                   MOVE "N" TO recon-flat-order-flag
                   MOVE HIGH-VALUES TO recon-flat-key
                   MOVE HIGH-VALUES TO recon-idx-key
                   SET end-of-flat TO TRUE
               ELSE
                   MOVE recon-flat-key TO recon-flat-prev
               END-IF
           END-IF.

       READ-RECON-INDEX.
           IF recon-flat-in-order
               READ content-lookup-file NEXT
                   AT END MOVE HIGH-VALUES TO recon-idx-key
               END-READ
               IF content-lookup-status = "00"
                   MOVE entry-key-lk TO recon-idx-key
                   ADD 1 TO recon-idx-count
               ELSE
                   MOVE HIGH-VALUES TO recon-idx-key
               END-IF
           END-IF.

       MATCH-RECON-KEYS.
           MOVE "N" TO recon-flat-here-flag
           MOVE "N" TO recon-idx-here-flag
           EVALUATE TRUE
               WHEN recon-flat-key < recon-idx-key
                   MOVE recon-flat-key TO recon-key
                   SET recon-flat-here TO TRUE
               WHEN recon-flat-key > recon-idx-key
                   MOVE recon-idx-key TO recon-key
                   SET recon-idx-here TO TRUE
               WHEN OTHER
                   MOVE recon-flat-key TO recon-key
                   SET recon-flat-here TO TRUE
                   SET recon-idx-here TO TRUE
           END-EVALUATE

           IF recon-idx-here
               MOVE entry-type-lk TO recon-type-work
               MOVE "A" TO recon-type-side
               MOVE 1 TO recon-type-delta
               PERFORM COUNT-RECON-TYPE
           END-IF

           PERFORM RECONCILE-KEY

           IF recon-flat-here
               PERFORM READ-RECON-FLAT
           END-IF
           IF recon-idx-here AND recon-flat-in-order
               PERFORM READ-RECON-INDEX
           END-IF.

       RECONCILE-LEFT-EVENT.
           IF recon-ev-done(recon-event-sub) = "N"
               MOVE recon-ev-key(recon-event-sub) TO recon-key
               PERFORM RECONCILE-KEY
           END-IF.

       RECONCILE-KEY.

      *> One key, start to finish: the flat image (or nothing),
      *> carried through this key's history lines in order, then
      *> held up against the store.

           MOVE "N" TO recon-arrived-flag
           MOVE SPACES TO recon-state-image
           IF recon-flat-here
               SET recon-known TO TRUE
               MOVE content-flat-entry TO recon-state-image
           ELSE
               SET recon-absent TO TRUE
           END-IF

           PERFORM REPLAY-RECON-EVENT
               VARYING recon-replay-sub FROM 1 BY 1
               UNTIL recon-replay-sub > recon-event-used

           IF NOT recon-absent
               MOVE recon-key-type TO recon-type-work
               MOVE "E" TO recon-type-side
               MOVE 1 TO recon-type-delta
               PERFORM COUNT-RECON-TYPE
           END-IF

           EVALUATE TRUE
               WHEN recon-arrived
                   MOVE "history line for a record not on file"
                       TO recon-reason
                   PERFORM NOTE-RECON-ARRIVAL
               WHEN recon-absent AND recon-idx-here
                   MOVE "on the store with no history line"
                       TO recon-reason
                   PERFORM NOTE-RECON-ARRIVAL
               WHEN recon-absent
                   CONTINUE
               WHEN recon-edited AND NOT recon-idx-here
                   MOVE "Y" TO recon-out-count-work
                   PERFORM NOTE-RECON-DEPARTURE
               WHEN NOT recon-idx-here
                   MOVE "gone from the store with no history line"
                       TO recon-reason
                   PERFORM NOTE-RECON-EXCEPTION
               WHEN recon-known AND
                       recon-state-image NOT = content-lookup-entry
                   MOVE "changed on the store with no history line"
                       TO recon-reason
                   PERFORM NOTE-RECON-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPLAY-RECON-EVENT.
           IF recon-ev-key(recon-replay-sub) = recon-key AND
                   recon-ev-done(recon-replay-sub) = "N"
               MOVE "Y" TO recon-ev-done(recon-replay-sub)
               ADD 1 TO recon-replay-count
               EVALUATE recon-ev-action(recon-replay-sub)
                   WHEN "ADD"
                   WHEN "APPROVE"
                   WHEN "UNDELETE"
                       EVALUATE TRUE
                           WHEN recon-known
                               MOVE
                                 "history ADD for a record already on file"
                                   TO recon-reason
                               PERFORM NOTE-RECON-EXCEPTION
                           WHEN recon-edited
                               MOVE "N" TO recon-out-count-work
                               PERFORM NOTE-RECON-DEPARTURE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       SET recon-known TO TRUE
                       MOVE recon-ev-image(recon-replay-sub)
                           TO recon-state-image
                   WHEN "EDIT"
                   WHEN "RESTORE"
                   WHEN "DELETE"
                       EVALUATE TRUE
                           WHEN recon-absent
                               SET recon-arrived TO TRUE
                           WHEN recon-known AND
                                   recon-state-image NOT =
                                   recon-ev-image(recon-replay-sub)
                               MOVE "history prior image does not match"
                                   TO recon-reason
                               PERFORM NOTE-RECON-EXCEPTION
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF recon-ev-action(recon-replay-sub) = "DELETE"
                           SET recon-absent TO TRUE
                       ELSE
                           SET recon-edited TO TRUE
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO recon-reason
                       STRING "unknown history action "
                           recon-ev-action(recon-replay-sub)
                           DELIMITED BY SIZE INTO recon-reason
                       PERFORM NOTE-RECON-EXCEPTION
               END-EVALUATE
           END-IF.

       NOTE-RECON-DEPARTURE.

      *> An edited record that is no longer under its key: a retitle
      *> or retype took it elsewhere, to be matched with wherever it
      *> arrived.  An ADD that reuses the key afterwards leaves the
      *> key counted on the expected side, so the pairing mustn't
      *> take it off again.

           IF recon-out-used < 200
               ADD 1 TO recon-out-used
               MOVE recon-key TO recon-out-key(recon-out-used)
               MOVE "N" TO recon-out-paired(recon-out-used)
               MOVE recon-out-count-work
                   TO recon-out-counted(recon-out-used)
           ELSE
               MOVE "gone from the store with no history line"
                   TO recon-reason
               PERFORM NOTE-RECON-EXCEPTION
           END-IF.

       NOTE-RECON-ARRIVAL.
           IF recon-in-used < 200
               ADD 1 TO recon-in-used
               MOVE recon-key TO recon-in-key(recon-in-used)
               MOVE recon-reason TO recon-in-why(recon-in-used)
               IF recon-idx-here AND recon-absent
                   MOVE "Y" TO recon-in-present(recon-in-used)
               ELSE
                   MOVE "N" TO recon-in-present(recon-in-used)
               END-IF
           ELSE
               PERFORM NOTE-RECON-EXCEPTION
           END-IF.

       PAIR-RECON-MOVES.

      *> Every unannounced arrival is offered the first unclaimed
      *> departure sharing its title (a retype) or its type (a
      *> retitle).  A pair is one record moved, and the totals are
      *> put right to match; anything left over on either side is
      *> an exception after all.

           PERFORM PAIR-RECON-ARRIVAL
               VARYING recon-in-sub FROM 1 BY 1
               UNTIL recon-in-sub > recon-in-used

           PERFORM REPORT-RECON-DEPARTURE
               VARYING recon-out-sub FROM 1 BY 1
               UNTIL recon-out-sub > recon-out-used.

       PAIR-RECON-ARRIVAL.
           MOVE "N" TO recon-pair-flag
           MOVE 1 TO recon-out-sub
           PERFORM PROBE-RECON-DEPARTURE
               UNTIL recon-paired OR recon-out-sub > recon-out-used

           IF recon-paired
               IF recon-out-counted(recon-out-sub) = "Y"
                   MOVE recon-out-type(recon-out-sub)
                       TO recon-type-work
                   MOVE "E" TO recon-type-side
                   MOVE -1 TO recon-type-delta
                   PERFORM COUNT-RECON-TYPE
               END-IF
               IF recon-in-present(recon-in-sub) = "Y"
                   MOVE recon-in-type(recon-in-sub) TO recon-type-work
                   MOVE "E" TO recon-type-side
                   MOVE 1 TO recon-type-delta
                   PERFORM COUNT-RECON-TYPE
               END-IF
           ELSE
               MOVE recon-in-key(recon-in-sub) TO recon-key
               MOVE recon-in-why(recon-in-sub) TO recon-reason
               PERFORM NOTE-RECON-EXCEPTION
           END-IF.

       PROBE-RECON-DEPARTURE.
           IF recon-out-paired(recon-out-sub) = "N" AND
                   (recon-out-title(recon-out-sub) =
                        recon-in-title(recon-in-sub) OR
                    recon-out-type(recon-out-sub) =
                        recon-in-type(recon-in-sub))
               MOVE "Y" TO recon-out-paired(recon-out-sub)
               SET recon-paired TO TRUE
           ELSE
               ADD 1 TO recon-out-sub
           END-IF.

       REPORT-RECON-DEPARTURE.
           IF recon-out-paired(recon-out-sub) = "N"
               MOVE recon-out-key(recon-out-sub) TO recon-key
               IF recon-out-counted(recon-out-sub) = "Y"
                   MOVE "gone from the store with no history line"
                       TO recon-reason
               ELSE
                   MOVE "history ADD for a record already on file"
                       TO recon-reason
               END-IF
               PERFORM NOTE-RECON-EXCEPTION
           END-IF.

       NOTE-RECON-EXCEPTION.
           ADD 1 TO recon-exception-count
           MOVE SPACES TO report-line
           STRING FUNCTION TRIM(recon-key-title) " ("
               FUNCTION TRIM(recon-key-type) "): "
               FUNCTION TRIM(recon-reason)
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       COUNT-RECON-TYPE.

      *> recon-type-side says which column: E for the expected side
      *> (master plus history), A for the actual store.

           MOVE "N" TO recon-type-hit-flag
           MOVE 1 TO recon-type-sub
           PERFORM PROBE-RECON-TYPE
               UNTIL recon-type-hit OR recon-type-sub > recon-type-used
           IF NOT recon-type-hit AND recon-type-used < 40
               ADD 1 TO recon-type-used
               MOVE recon-type-used TO recon-type-sub
               MOVE recon-type-work TO recon-type-name(recon-type-sub)
               SET recon-type-hit TO TRUE
           END-IF
           IF recon-type-hit
               IF recon-type-side = "E"
                   ADD recon-type-delta
                       TO recon-type-expect(recon-type-sub)
               ELSE
                   ADD recon-type-delta
                       TO recon-type-actual(recon-type-sub)
               END-IF
           END-IF.

       PROBE-RECON-TYPE.
           IF recon-type-name(recon-type-sub) = recon-type-work
               SET recon-type-hit TO TRUE
           ELSE
               ADD 1 TO recon-type-sub
           END-IF.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "control totals by entry-type   expected   on store"
               TO report-line
           WRITE report-line

           PERFORM WRITE-RECON-TYPE-LINE
               VARYING recon-type-sub FROM 1 BY 1
               UNTIL recon-type-sub > recon-type-used

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE recon-flat-count TO report-count-ed
           STRING "master records:      " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE recon-replay-count TO report-count-ed
           STRING "history replayed:    " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE recon-idx-count TO report-count-ed
           STRING "store records:       " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE recon-exception-count TO report-count-ed
           STRING "exceptions:          " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE recon-total-diff-count TO report-count-ed
           STRING "types disagreeing:   " report-count-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       WRITE-RECON-TYPE-LINE.
           MOVE recon-type-expect(recon-type-sub) TO recon-expect-ed
           MOVE recon-type-actual(recon-type-sub) TO recon-actual-ed
           MOVE SPACES TO report-line
           IF recon-type-expect(recon-type-sub) =
                   recon-type-actual(recon-type-sub)
               STRING "  " recon-type-name(recon-type-sub)
                   "        " recon-expect-ed "     " recon-actual-ed
                   DELIMITED BY SIZE INTO report-line
           ELSE
               ADD 1 TO recon-total-diff-count
               STRING "  " recon-type-name(recon-type-sub)
                   "        " recon-expect-ed "     " recon-actual-ed
                   "   ** DISAGREE"
                   DELIMITED BY SIZE INTO report-line
           END-IF
           WRITE report-line.

       RUN-EDITORIAL-REPORT.

      *> The editor-in-chief's Monday sheet, off the history trail
      *> and the store.  Four sections: who changed what in the last
      *> EDITORIAL-DAYS days, per operator and action; entries no
      *> history line has touched in STALE-MONTHS months, grouped
      *> by the page they sit on; entries whose expire-after falls
      *> in the next EXPIRY-WARN-DAYS days; and entries whose
      *> publish-from has come and gone while the PAGE above them
      *> still isn't live, so nobody can see them.  Same dated
      *> report file and append-then-remove as REPORT's, in
      *> log/editorial-YYYYMMDD.txt -- the file the admin panel's
      *> Editorial Report button shows the newest of.

           DISPLAY "cobweb: editorial report off "
               FUNCTION TRIM(history-path) UPON SYSERR

           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:8) TO report-date
           MOVE audit-now(1:8) TO edit-today
           PERFORM SET-EDITORIAL-DATES

           MOVE 0 TO edit-change-count
           MOVE 0 TO edit-op-used
           MOVE 0 TO edit-op-spill-count
           MOVE 0 TO edit-key-used
           MOVE 0 TO edit-key-spill-count
           MOVE 0 TO edit-stale-used
           MOVE 0 TO edit-stale-spill-count
           MOVE 0 TO edit-expiring-count
           MOVE 0 TO edit-orphan-live-count
           INITIALIZE edit-op-table
           INITIALIZE edit-op-totals

           OPEN INPUT content-file
           IF content-file-status NOT = "00"
               DISPLAY "cobweb: cannot open "
                   FUNCTION TRIM(content-idx-path) UPON SYSERR
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE content-file
               PERFORM LOAD-EDITORIAL-HISTORY

               OPEN OUTPUT report-file
               MOVE SPACES TO report-line
               STRING "cobweb editorial report for " report-date
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               PERFORM WRITE-EDITORIAL-CHANGES
               PERFORM WRITE-EDITORIAL-AGING
               PERFORM WRITE-EDITORIAL-EXPIRING
               PERFORM WRITE-EDITORIAL-HIDDEN
               CLOSE report-file

               MOVE SPACES TO batch-command
               STRING "cat log/report.new >> log/editorial-"
                   report-date ".txt && rm log/report.new"
                   DELIMITED BY SIZE INTO batch-command
               CALL "SYSTEM" USING batch-command
               DISPLAY "cobweb: report in log/editorial-" report-date
                   ".txt" UPON SYSERR

               IF edit-op-spill-count > 0 OR
                       edit-key-spill-count > 0 OR
                       edit-stale-spill-count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       SET-EDITORIAL-DATES.

      *> The period opens EDITORIAL-DAYS days back counting today as
      *> one of them; the expiry window closes EXPIRY-WARN-DAYS days
      *> ahead.  The aging cutoff is the same day of the month
      *> STALE-MONTHS calendar months back -- it only ever feeds a
      *> CCYYMMDD compare, so a 31st landing in a short month needs
      *> no fixing up.

           IF editorial-days = 0
               MOVE 7 TO editorial-days
           END-IF

           MOVE edit-today TO edit-date-num
           COMPUTE edit-date-num = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(edit-date-num)
                   - editorial-days + 1)
           MOVE edit-date-num TO edit-period-start

           MOVE edit-today TO edit-date-num
           COMPUTE edit-date-num = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(edit-date-num)
                   + expiry-warn-days)
           MOVE edit-date-num TO edit-expiry-limit

           MOVE edit-today(1:4) TO edit-year-work
           MOVE edit-today(5:2) TO edit-mon-work
           COMPUTE edit-month-total =
               edit-year-work * 12 + edit-mon-work - 1 - stale-months
           DIVIDE edit-month-total BY 12
               GIVING edit-year-work REMAINDER edit-mon-work
           ADD 1 TO edit-mon-work
           MOVE SPACES TO edit-stale-cutoff
           STRING edit-year-work edit-mon-work edit-today(7:2)
               DELIMITED BY SIZE INTO edit-stale-cutoff.

       LOAD-EDITORIAL-HISTORY.
           MOVE "N" TO end-of-edit-hist-flag
           OPEN INPUT history-file
           IF history-file-status = "00"
               PERFORM READ-EDIT-HIST-ENTRY
               PERFORM TALLY-EDIT-HIST-ENTRY UNTIL end-of-edit-hist
               CLOSE history-file
           END-IF.

       READ-EDIT-HIST-ENTRY.
           READ history-file
               AT END SET end-of-edit-hist TO TRUE
           END-READ
           IF history-file-status NOT = "00"
               SET end-of-edit-hist TO TRUE
           END-IF.

       TALLY-EDIT-HIST-ENTRY.
           MOVE hist-title TO edit-key-work(1:32)
           MOVE hist-type TO edit-key-work(33:18)
           PERFORM NOTE-EDIT-KEY-STAMP

      *> A history restore writes RESTORE, or UNDELETE when it
      *> brings back a deleted record -- both are the operator's
      *> HISTREVERT.  PROMOTE and IMPORT runs file their lines under
      *> those names as operator, so they get rows of their own.

           IF hist-timestamp(1:8) >= edit-period-start
               ADD 1 TO edit-change-count
               EVALUATE hist-action
                   WHEN "ADD"
                       MOVE 1 TO edit-col
                   WHEN "EDIT"
                       MOVE 2 TO edit-col
                   WHEN "DELETE"
                       MOVE 3 TO edit-col
                   WHEN "APPROVE"
                       MOVE 4 TO edit-col
                   WHEN "RESTORE"
                   WHEN "UNDELETE"
                       MOVE 5 TO edit-col
                   WHEN OTHER
                       MOVE 6 TO edit-col
               END-EVALUATE
               IF hist-operator = SPACES
                   MOVE "(unknown)" TO hist-operator
               END-IF
               PERFORM COUNT-EDIT-OPERATOR
           END-IF

           PERFORM READ-EDIT-HIST-ENTRY.

       COUNT-EDIT-OPERATOR.
           MOVE "N" TO edit-op-hit-flag
           MOVE 1 TO edit-op-sub
           PERFORM FIND-EDIT-OPERATOR
               UNTIL edit-op-hit
               OR edit-op-sub > edit-op-used

           IF NOT edit-op-hit
               IF edit-op-used < 50
                   ADD 1 TO edit-op-used
                   MOVE edit-op-used TO edit-op-sub
                   MOVE hist-operator TO edit-op-name(edit-op-sub)
                   SET edit-op-hit TO TRUE
               ELSE
                   ADD 1 TO edit-op-spill-count
               END-IF
           END-IF

           IF edit-op-hit
               ADD 1 TO edit-op-count(edit-op-sub, edit-col)
               ADD 1 TO edit-op-count(edit-op-sub, 7)
           END-IF
           ADD 1 TO edit-op-total(edit-col)
           ADD 1 TO edit-op-total(7).

       FIND-EDIT-OPERATOR.
           IF edit-op-name(edit-op-sub) = hist-operator
               SET edit-op-hit TO TRUE
           ELSE
               ADD 1 TO edit-op-sub
           END-IF.

       NOTE-EDIT-KEY-STAMP.

      *> The newest stamp on file for each key -- history is written
      *> in time order, but a later line always wins regardless.

           PERFORM FIND-EDIT-KEY-SLOT
           IF edit-key-hit
               IF hist-timestamp > edit-key-stamp(edit-key-sub)
                   MOVE hist-timestamp TO edit-key-stamp(edit-key-sub)
               END-IF
           ELSE
               IF edit-key-used < 2000
                   ADD 1 TO edit-key-used
                   MOVE edit-key-work TO edit-key(edit-key-used)
                   MOVE hist-timestamp TO edit-key-stamp(edit-key-used)
               ELSE
                   ADD 1 TO edit-key-spill-count
               END-IF
           END-IF.

       FIND-EDIT-KEY-SLOT.
           MOVE "N" TO edit-key-hit-flag
           MOVE 1 TO edit-key-sub
           PERFORM FIND-EDIT-KEY
               UNTIL edit-key-hit
               OR edit-key-sub > edit-key-used.

       FIND-EDIT-KEY.
           IF edit-key(edit-key-sub) = edit-key-work
               SET edit-key-hit TO TRUE
           ELSE
               ADD 1 TO edit-key-sub
           END-IF.

       WRITE-EDITORIAL-CHANGES.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE editorial-days TO edit-days-ed
           STRING "changes since " edit-period-start " ("
               FUNCTION TRIM(edit-days-ed)
               " days), per operator and action:"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "  operator                             ADD    EDIT"
               "  DELETE APPROVE  REVERT   OTHER   TOTAL"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           PERFORM WRITE-EDIT-OPERATOR-LINE
               VARYING edit-op-sub FROM 1 BY 1
               UNTIL edit-op-sub > edit-op-used

           IF edit-op-spill-count > 0
               MOVE SPACES TO report-line
               MOVE edit-op-spill-count TO report-count-ed
               STRING "  " report-count-ed
                   "  changes by operators past the table's 50"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF

           PERFORM EDIT-COLUMN-TOTAL
               VARYING edit-col FROM 1 BY 1
               UNTIL edit-col > 7
           MOVE SPACES TO report-line
           STRING "  (all operators)                  "
               edit-col-ed(1) " " edit-col-ed(2) " "
               edit-col-ed(3) " " edit-col-ed(4) " "
               edit-col-ed(5) " " edit-col-ed(6) " "
               edit-col-ed(7)
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       EDIT-COLUMN-TOTAL.
           MOVE edit-op-total(edit-col) TO edit-col-ed(edit-col).

       WRITE-EDIT-OPERATOR-LINE.
           PERFORM EDIT-COLUMN-COUNT
               VARYING edit-col FROM 1 BY 1
               UNTIL edit-col > 7
           MOVE SPACES TO report-line
           STRING "  " edit-op-name(edit-op-sub) " "
               edit-col-ed(1) " " edit-col-ed(2) " "
               edit-col-ed(3) " " edit-col-ed(4) " "
               edit-col-ed(5) " " edit-col-ed(6) " "
               edit-col-ed(7)
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       EDIT-COLUMN-COUNT.
           MOVE edit-op-count(edit-op-sub, edit-col)
               TO edit-col-ed(edit-col).

       WRITE-EDITORIAL-AGING.

      *> Every entry an editor looks after -- not the WEB root, not
      *> visitors' replies, not a post's tag list, which moves with
      *> its post -- whose newest history line is older than the
      *> cutoff, or which has no history line at all.

           MOVE "N" TO end-of-content-flag
           OPEN INPUT content-file
           IF content-file-status = "00"
               OPEN INPUT content-lookup-file
               PERFORM READ-CONTENT-ENTRY
               PERFORM CHECK-EDIT-AGING UNTIL end-of-content
               CLOSE content-lookup-file
               CLOSE content-file
           END-IF

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE stale-months TO edit-months-ed
           STRING "entries unchanged since " edit-stale-cutoff " ("
               FUNCTION TRIM(edit-months-ed) " months), by page:"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE SPACES TO edit-stale-last-page
           PERFORM WRITE-EDIT-STALE-LINE
               VARYING edit-stale-sub FROM 1 BY 1
               UNTIL edit-stale-sub > edit-stale-used

           MOVE SPACES TO report-line
           MOVE edit-stale-used TO report-count-ed
           STRING "  " report-count-ed "  entries listed"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF edit-stale-spill-count > 0 OR edit-key-spill-count > 0
               MOVE SPACES TO report-line
               MOVE edit-stale-spill-count TO report-count-ed
               STRING "  " report-count-ed
                   "  more past the table's 500 -- list incomplete"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               MOVE edit-key-spill-count TO report-count-ed
               STRING "  " report-count-ed
                   "  history lines past the 2000-key table -- "
                   "dates may read older than they are"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.

       CHECK-EDIT-AGING.
           IF entry-type NOT = "WEB" AND
                   entry-type NOT = "BLOG-REPLY" AND
                   entry-type NOT = "BLOG-TAGS"
               MOVE entry-key TO edit-key-work
               PERFORM FIND-EDIT-KEY-SLOT
               IF edit-key-hit
                   MOVE edit-key-stamp(edit-key-sub) TO edit-last-stamp
               ELSE
                   MOVE SPACES TO edit-last-stamp
               END-IF
               IF edit-last-stamp = SPACES OR
                       edit-last-stamp(1:8) < edit-stale-cutoff
                   PERFORM FIND-ENTRY-PAGE
                   IF edit-page-found
                       MOVE edit-page-title TO edit-stale-hold-page
                   ELSE
                       MOVE "(no page)" TO edit-stale-hold-page
                   END-IF
                   MOVE entry-title TO edit-stale-hold-title
                   MOVE entry-type TO edit-stale-hold-type
                   MOVE edit-last-stamp(1:8) TO edit-stale-hold-stamp
                   PERFORM SLOT-EDIT-STALE
               END-IF
           END-IF

           PERFORM READ-CONTENT-ENTRY.

       SLOT-EDIT-STALE.

      *> Into page, then title, then type order -- the same
      *> walk-down, shift-along insert the blog post table uses.

           IF edit-stale-used < 500
               MOVE 1 TO edit-stale-sub
               PERFORM FIND-EDIT-STALE-SLOT
                   UNTIL edit-stale-sub > edit-stale-used
                   OR edit-stale-hold-sort <
                       edit-stale-sort(edit-stale-sub)
               PERFORM SHIFT-EDIT-STALE
                   VARYING edit-stale-sub2 FROM edit-stale-used BY -1
                   UNTIL edit-stale-sub2 < edit-stale-sub
               MOVE edit-stale-hold TO edit-stale-slot(edit-stale-sub)
               ADD 1 TO edit-stale-used
           ELSE
               ADD 1 TO edit-stale-spill-count
           END-IF.

       FIND-EDIT-STALE-SLOT.
           ADD 1 TO edit-stale-sub.

       SHIFT-EDIT-STALE.
           MOVE edit-stale-slot(edit-stale-sub2)
               TO edit-stale-slot(edit-stale-sub2 + 1).

       WRITE-EDIT-STALE-LINE.
           IF edit-stale-page(edit-stale-sub) NOT = edit-stale-last-page
               MOVE edit-stale-page(edit-stale-sub)
                   TO edit-stale-last-page
               MOVE SPACES TO report-line
               STRING "  " FUNCTION TRIM(edit-stale-last-page)
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF
           MOVE SPACES TO report-line
           IF edit-stale-stamp(edit-stale-sub) = SPACES
               STRING "    " edit-stale-title(edit-stale-sub) " "
                   edit-stale-type(edit-stale-sub) " (no history)"
                   DELIMITED BY SIZE INTO report-line
           ELSE
               STRING "    " edit-stale-title(edit-stale-sub) " "
                   edit-stale-type(edit-stale-sub) " last changed "
                   edit-stale-stamp(edit-stale-sub)
                   DELIMITED BY SIZE INTO report-line
           END-IF
           WRITE report-line.

       WRITE-EDITORIAL-EXPIRING.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "entries expiring from " edit-today " to "
               edit-expiry-limit ":"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "  expires   title                            type"
               "               page"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE "N" TO end-of-content-flag
           OPEN INPUT content-file
           IF content-file-status = "00"
               OPEN INPUT content-lookup-file
               PERFORM READ-CONTENT-ENTRY
               PERFORM CHECK-EDIT-EXPIRY UNTIL end-of-content
               CLOSE content-lookup-file
               CLOSE content-file
           END-IF

           MOVE SPACES TO report-line
           MOVE edit-expiring-count TO report-count-ed
           STRING "  " report-count-ed "  entries expiring"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       CHECK-EDIT-EXPIRY.
           IF expire-after IS NUMERIC
               IF expire-after >= edit-today AND
                       expire-after <= edit-expiry-limit
                   ADD 1 TO edit-expiring-count
                   PERFORM FIND-ENTRY-PAGE
                   MOVE SPACES TO report-line
                   STRING "  " expire-after "  " entry-title " "
                       entry-type " " FUNCTION TRIM(edit-page-title)
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
               END-IF
           END-IF

           PERFORM READ-CONTENT-ENTRY.

       WRITE-EDITORIAL-HIDDEN.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "entries past their publish date on a PAGE that is "
               "not live:"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "  publish   title                            type"
               "               page"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line

           MOVE "N" TO end-of-content-flag
           OPEN INPUT content-file
           IF content-file-status = "00"
               OPEN INPUT content-lookup-file
               PERFORM READ-CONTENT-ENTRY
               PERFORM CHECK-EDIT-HIDDEN UNTIL end-of-content
               CLOSE content-lookup-file
               CLOSE content-file
           END-IF

           MOVE SPACES TO report-line
           MOVE edit-orphan-live-count TO report-count-ed
           STRING "  " report-count-ed "  entries held back"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       CHECK-EDIT-HIDDEN.

      *> Only an entry that is itself live today counts -- one that
      *> has already expired isn't being held back by anything.

           IF entry-type NOT = "PAGE" AND entry-type NOT = "WEB" AND
                   publish-from IS NUMERIC
               MOVE publish-from TO date-check-publish
               MOVE expire-after TO date-check-expire
               PERFORM CHECK-DATE-WINDOW
               IF date-window-ok
                   PERFORM FIND-ENTRY-PAGE
                   IF edit-page-found AND NOT edit-page-live
                       ADD 1 TO edit-orphan-live-count
                       MOVE SPACES TO report-line
                       STRING "  " publish-from "  " entry-title " "
                           entry-type " "
                           FUNCTION TRIM(edit-page-title)
                           DELIMITED BY SIZE INTO report-line
                       WRITE report-line
                   END-IF
               END-IF
           END-IF

           PERFORM READ-CONTENT-ENTRY.

       FIND-ENTRY-PAGE.

      *> The PAGE the record in the content-entry buffer sits on:
      *> itself if it is one, else up the parent chain -- a keyed
      *> read for (title, PAGE) at each step, and when that misses,
      *> the first record of that title for its own parent -- on
      *> the lookup handle, which the caller has open.  Ten hops is
      *> the same give-up point VERIFY's chain walk uses.

           MOVE "N" TO edit-page-found-flag
           MOVE "N" TO edit-page-live-flag
           MOVE "N" TO edit-page-done-flag
           MOVE SPACES TO edit-page-title

           IF entry-type = "PAGE"
               MOVE entry-title TO edit-page-title
               MOVE publish-from TO edit-page-publish
               MOVE expire-after TO edit-page-expire
               SET edit-page-found TO TRUE
           ELSE
               MOVE parent TO edit-chain-title
               MOVE 0 TO edit-chain-hops
               PERFORM STEP-ENTRY-PAGE UNTIL edit-page-done
           END-IF

           IF edit-page-found
               MOVE edit-page-publish TO date-check-publish
               MOVE edit-page-expire TO date-check-expire
               PERFORM CHECK-DATE-WINDOW
               IF date-window-ok
                   SET edit-page-live TO TRUE
               END-IF
           END-IF.

       STEP-ENTRY-PAGE.
           EVALUATE TRUE
               WHEN edit-chain-title = SPACES
               WHEN edit-chain-title = "ROOT"
               WHEN edit-chain-hops >= 10
                   SET edit-page-done TO TRUE
               WHEN OTHER
                   ADD 1 TO edit-chain-hops
                   MOVE edit-chain-title TO entry-title-lk
                   MOVE "PAGE" TO entry-type-lk
                   READ content-lookup-file
                       INVALID KEY CONTINUE
                   END-READ
                   IF content-lookup-status = "00"
                       MOVE edit-chain-title TO edit-page-title
                       MOVE publish-from-lk TO edit-page-publish
                       MOVE expire-after-lk TO edit-page-expire
                       SET edit-page-found TO TRUE
                       SET edit-page-done TO TRUE
                   ELSE
                       MOVE edit-chain-title TO lookup-key-title
                       PERFORM LOOKUP-ANY-BY-TITLE
                       IF lookup-any-found
                           MOVE lookup-any-parent TO edit-chain-title
                       ELSE
                           SET edit-page-done TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       RUN-VISITOR-PURGE.

      *> Age visitor addresses out of every file that keeps them,
      *> each under its own PURGE-*-DAYS retention, and say what
      *> went in log/purge-YYYYMMDD.txt -- REPORT's dated-file shape.
      *> A moderation-queue reply keeps its text and loses only its
      *> address; everything else ages out a whole record at a time.

           DISPLAY "cobweb: purging visitor data past its retention"
               UPON SYSERR

           MOVE "N" TO scrub-erase-flag
           PERFORM START-SCRUB-RUN
           IF RETURN-CODE = 0
               MOVE "purge" TO scrub-report-name
               OPEN OUTPUT report-file
               MOVE SPACES TO report-line
               STRING "cobweb visitor-data purge for " report-date
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               WRITE report-line
               PERFORM WRITE-SCRUB-HEADING
               PERFORM LOAD-PURGE-MAILED
               PERFORM SCRUB-ALL-FILES
               PERFORM FINISH-SCRUB-RUN
               DISPLAY "cobweb: " scrub-total-drop " record(s) "
                   "removed, " scrub-total-anon " anonymised"
                   UPON SYSERR
           END-IF.

       RUN-VISITOR-ERASE.

      *> A data-subject request: every record naming one e-mail or
      *> IP address (COBWEB_ERASE_TARGET) is removed, or -- where
      *> the record is somebody else's business too, like a reply
      *> still in moderation or a line of the access log -- kept
      *> with that address blanked or starred out.  The certificate
      *> goes to log/erase-YYYYMMDD.txt and names the subject only in
      *> starred-out form, so it isn't one more copy to erase.

           MOVE SPACES TO erase-target-env
           ACCEPT erase-target-env FROM ENVIRONMENT
               "COBWEB_ERASE_TARGET"
               ON EXCEPTION MOVE SPACES TO erase-target-env
           END-ACCEPT
           MOVE FUNCTION TRIM(erase-target-env) TO erase-target

      *> An e-mail address has to pass the subscribe form's check,
      *> an IP address the block button's -- between them no "*"
      *> and no space can get in, which the starring-out relies on.

           MOVE SPACE TO erase-kind-flag
           MOVE 0 TO erase-mask-hits
           INSPECT erase-target TALLYING erase-mask-hits FOR ALL "@"
           IF erase-mask-hits > 0
               MOVE erase-target TO post-email
               PERFORM CHECK-SUB-EMAIL
               IF sub-email-ok
                   SET erase-is-email TO TRUE
               END-IF
           ELSE
               MOVE erase-target TO post-block-addr
               PERFORM CHECK-BLOCK-ADDRESS
               IF block-addr-ok
                   SET erase-is-address TO TRUE
               END-IF
           END-IF

           IF erase-kind-flag = SPACE
               DISPLAY "cobweb: ERASE needs COBWEB_ERASE_TARGET set "
                   "to one e-mail or IP address" UPON SYSERR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(erase-target)
                   TO erase-target-upper
               MOVE FUNCTION LENGTH(FUNCTION TRIM(erase-target))
                   TO erase-target-len
               PERFORM SHOW-ERASE-TARGET
               DISPLAY "cobweb: erasing "
                   FUNCTION TRIM(erase-target-shown) UPON SYSERR

               SET scrub-erase TO TRUE
               PERFORM START-SCRUB-RUN
               IF RETURN-CODE = 0
                   MOVE "erase" TO scrub-report-name
                   OPEN OUTPUT report-file
                   MOVE SPACES TO report-line
                   STRING "cobweb erasure certificate, run "
                       audit-now(1:8) " " audit-now(9:6)
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
                   MOVE SPACES TO report-line
                   IF erase-is-email
                       STRING "subject: e-mail address "
                           FUNCTION TRIM(erase-target-shown)
                           DELIMITED BY SIZE INTO report-line
                   ELSE
                       STRING "subject: IP address "
                           FUNCTION TRIM(erase-target-shown)
                           DELIMITED BY SIZE INTO report-line
                   END-IF
                   WRITE report-line
                   MOVE SPACES TO report-line
                   WRITE report-line
                   PERFORM WRITE-SCRUB-HEADING
                   PERFORM SCRUB-ALL-FILES
                   MOVE SPACES TO report-line
                   WRITE report-line
                   IF scrub-total-count = 0
                       MOVE "no record of this subject was found in "
                           TO report-line
                       WRITE report-line
                       MOVE "any of the files above."
                           TO report-line
                   ELSE
                       MOVE "every record found above was removed, or "
                           TO report-line
                       WRITE report-line
                       MOVE "kept with the subject's address blanked "
                           TO report-line
                       WRITE report-line
                       MOVE "or starred out."
                           TO report-line
                   END-IF
                   WRITE report-line
                   PERFORM FINISH-SCRUB-RUN
                   DISPLAY "cobweb: " scrub-total-drop " record(s) "
                       "removed, " scrub-total-anon " anonymised"
                       UPON SYSERR
               END-IF
           END-IF.

       SHOW-ERASE-TARGET.

      *> The first two characters and, for an e-mail address, the
      *> domain -- enough for whoever filed the request to match the
      *> certificate to it, not enough to be the address.

           MOVE SPACES TO erase-target-shown
           IF erase-is-email
               MOVE SPACES TO erase-target-local
               MOVE SPACES TO erase-target-domain
               UNSTRING erase-target DELIMITED BY "@"
                   INTO erase-target-local erase-target-domain
               END-UNSTRING
               STRING erase-target(1:2) "***@"
                   FUNCTION TRIM(erase-target-domain)
                   DELIMITED BY SIZE INTO erase-target-shown
           ELSE
               STRING erase-target(1:2) "***"
                   DELIMITED BY SIZE INTO erase-target-shown
           END-IF.

       START-SCRUB-RUN.
           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:8) TO report-date
           MOVE audit-now(1:8) TO purge-today
           MOVE 0 TO scrub-total-count
           MOVE 0 TO scrub-total-drop
           MOVE 0 TO scrub-total-anon

           OPEN OUTPUT purge-edit-file
           IF purge-edit-status NOT = "00"
               DISPLAY "cobweb: cannot write data/purge.new"
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE purge-edit-file
           END-IF.

       WRITE-SCRUB-HEADING.
           MOVE SPACES TO report-line
           STRING "  file                                  "
               "      read removed blanked"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       FINISH-SCRUB-RUN.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE scrub-total-drop TO scrub-drop-ed
           MOVE scrub-total-anon TO scrub-anon-ed
           STRING "  records removed " scrub-drop-ed
               ", anonymised " scrub-anon-ed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           CLOSE report-file

           MOVE SPACES TO batch-command
           STRING "cat log/report.new >> log/"
               FUNCTION TRIM(scrub-report-name) "-" report-date
               ".txt && rm log/report.new"
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command
           DISPLAY "cobweb: report in log/"
               FUNCTION TRIM(scrub-report-name) "-" report-date
               ".txt" UPON SYSERR.

       SCRUB-ALL-FILES.
           PERFORM SCRUB-PENDING-FILE
           PERFORM SCRUB-REPLY-LOG
           PERFORM SCRUB-BLOCKLIST
           PERFORM SCRUB-SUBSCRIBERS
           PERFORM SCRUB-NOTIFY-QUEUE
           PERFORM SCRUB-NOTIFY-DEAD
           PERFORM SCRUB-SENT-LOGS
           PERFORM SCRUB-MAILSEND
           PERFORM SCRUB-ACCESS-LOG.

       SET-PURGE-CUTOFF.

      *> purge-days-work days back from today; no cutoff at all for
      *> a retention of 0, or on an ERASE run, which goes by the
      *> address and never by age.

           MOVE SPACES TO purge-cutoff
           IF purge-days-work > 0 AND NOT scrub-erase
               MOVE purge-today TO purge-date-num
               COMPUTE purge-date-num = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(purge-date-num)
                       - purge-days-work)
               MOVE purge-date-num TO purge-cutoff
           END-IF.

       CHECK-PURGE-AGE.
           IF purge-cutoff NOT = SPACES AND
                   purge-stamp-work IS NUMERIC AND
                   purge-stamp-work < purge-cutoff
               MOVE "N" TO scrub-keep-flag
           END-IF.

       START-SCRUB-FILE.
           MOVE 0 TO scrub-read-count
           MOVE 0 TO scrub-drop-count
           MOVE 0 TO scrub-anon-count
           MOVE "N" TO scrub-file-flag
           PERFORM SET-PURGE-CUTOFF
           OPEN OUTPUT purge-edit-file.

       START-SCRUB-RECORD.
           ADD 1 TO scrub-read-count
           MOVE "Y" TO scrub-keep-flag
           MOVE "N" TO scrub-anon-flag.

       TAKE-SCRUB-RECORD.

      *> The record, already in purge-edit-record, either goes
      *> through to the rewrite or is left out of it.

           IF scrub-keep
               WRITE purge-edit-record
               IF scrub-anon
                   ADD 1 TO scrub-anon-count
               END-IF
           ELSE
               ADD 1 TO scrub-drop-count
           END-IF.

       FINISH-SCRUB-FILE.

      *> Only a file something was taken out of is renamed over --
      *> the rest are left exactly as they were, appends since the
      *> read included.

           CLOSE purge-edit-file
           MOVE SPACES TO batch-command
           IF scrub-drop-count > 0 OR scrub-anon-count > 0
               STRING "mv data/purge.new "
                   FUNCTION TRIM(scrub-file-label)
                   DELIMITED BY SIZE INTO batch-command
           ELSE
               MOVE "rm -f data/purge.new" TO batch-command
           END-IF
           CALL "SYSTEM" USING batch-command
           PERFORM WRITE-SCRUB-LINE.

       WRITE-SCRUB-LINE.
           ADD scrub-drop-count TO scrub-total-drop
           ADD scrub-anon-count TO scrub-total-anon
           ADD scrub-drop-count TO scrub-total-count
           ADD scrub-anon-count TO scrub-total-count

           MOVE scrub-read-count TO scrub-read-ed
           MOVE scrub-drop-count TO scrub-drop-ed
           MOVE scrub-anon-count TO scrub-anon-ed
           MOVE SPACES TO report-line
           EVALUATE TRUE
               WHEN NOT scrub-file-present
                   STRING "  " scrub-file-label " (no file)"
                       DELIMITED BY SIZE INTO report-line
               WHEN scrub-erase
                   STRING "  " scrub-file-label " " scrub-read-ed
                       " " scrub-drop-ed " " scrub-anon-ed
                       DELIMITED BY SIZE INTO report-line
               WHEN purge-days-work = 0
                   STRING "  " scrub-file-label " " scrub-read-ed
                       " " scrub-drop-ed " " scrub-anon-ed
                       "  kept for ever"
                       DELIMITED BY SIZE INTO report-line
               WHEN OTHER
                   MOVE purge-days-work TO scrub-days-ed
                   STRING "  " scrub-file-label " " scrub-read-ed
                       " " scrub-drop-ed " " scrub-anon-ed
                       "  older than " FUNCTION TRIM(scrub-days-ed)
                       " days"
                       DELIMITED BY SIZE INTO report-line
           END-EVALUATE
           WRITE report-line.

       MASK-ERASE-TEXT.

      *> Star out every occurrence of the target in erase-text,
      *> case-blind; erase-mask-hits says how many there were.

           MOVE 0 TO erase-mask-hits
           MOVE FUNCTION UPPER-CASE(erase-text) TO erase-text-upper
           MOVE "N" TO erase-mask-done-flag
           PERFORM MASK-ERASE-HIT UNTIL erase-mask-done.

       MASK-ERASE-HIT.
           MOVE 0 TO erase-mask-pos
           INSPECT erase-text-upper TALLYING erase-mask-pos
               FOR CHARACTERS BEFORE INITIAL
                   erase-target-upper(1:erase-target-len)
           IF erase-mask-pos + erase-target-len > 1024
               SET erase-mask-done TO TRUE
           ELSE
               MOVE ALL "*"
                   TO erase-text(erase-mask-pos + 1:erase-target-len)
               MOVE ALL "*" TO
                   erase-text-upper(erase-mask-pos + 1:erase-target-len)
               ADD 1 TO erase-mask-hits
           END-IF.

       SCRUB-PENDING-FILE.

      *> Replies still waiting in moderation.  The reply is the
      *> site's to rule on, so it stays; the address it came from
      *> goes once the reply is older than PURGE-PENDING-DAYS (the
      *> date is in its REPLY-CCYYMMDD... title), and an ERASE also
      *> stars the subject out of the reply text.

           MOVE "data/pending.dat" TO scrub-file-label
           MOVE purge-pending-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-pending-flag
           OPEN INPUT pending-file
           IF pending-file-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-PENDING-ENTRY
               PERFORM SCRUB-PENDING-ENTRY UNTIL end-of-pending
               CLOSE pending-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       SCRUB-PENDING-ENTRY.
           PERFORM START-SCRUB-RECORD
           IF scrub-erase
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(entry-addr-pn)) =
                       FUNCTION TRIM(erase-target-upper)
                   MOVE SPACES TO entry-addr-pn
                   SET scrub-anon TO TRUE
               END-IF
               MOVE entry-value-pn TO erase-text
               PERFORM MASK-ERASE-TEXT
               IF erase-mask-hits > 0
                   MOVE erase-text TO entry-value-pn
                   SET scrub-anon TO TRUE
               END-IF
           ELSE
               IF entry-title-pn(1:6) = "REPLY-" AND
                       entry-addr-pn NOT = SPACES
                   MOVE entry-title-pn(7:8) TO purge-stamp-work
                   PERFORM CHECK-PURGE-AGE
                   IF NOT scrub-keep
                       MOVE SPACES TO entry-addr-pn
                       MOVE "Y" TO scrub-keep-flag
                       SET scrub-anon TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE pending-entry TO purge-edit-record
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-PENDING-ENTRY.

       SCRUB-REPLY-LOG.
           MOVE "data/replylog.dat" TO scrub-file-label
           MOVE purge-replylog-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-reply-log-flag
           OPEN INPUT reply-log-file
           IF reply-log-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-REPLY-LOG-ENTRY
               PERFORM SCRUB-REPLY-LOG-ENTRY UNTIL end-of-reply-log
               CLOSE reply-log-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       SCRUB-REPLY-LOG-ENTRY.
           PERFORM START-SCRUB-RECORD
           IF scrub-erase
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(reply-log-addr)) =
                       FUNCTION TRIM(erase-target-upper)
                   MOVE "N" TO scrub-keep-flag
               END-IF
           ELSE
               MOVE reply-log-stamp(1:8) TO purge-stamp-work
               PERFORM CHECK-PURGE-AGE
           END-IF
           MOVE reply-log-entry TO purge-edit-record
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-REPLY-LOG-ENTRY.

       SCRUB-BLOCKLIST.

      *> Only the block button's dated lines age out; an address an
      *> operator typed in by hand stays blocked until they take it
      *> out.  An ERASE takes the subject's line out whatever its
      *> age -- the certificate says so, and if the address still
      *> needs blocking that is an operator's call to make again.

           MOVE "conf/blocklist.dat" TO scrub-file-label
           MOVE purge-block-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-blocklist-flag
           OPEN INPUT blocklist-file
           IF blocklist-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-BLOCKLIST-ENTRY
               PERFORM SCRUB-BLOCKLIST-ENTRY UNTIL end-of-blocklist
               CLOSE blocklist-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       SCRUB-BLOCKLIST-ENTRY.
           PERFORM START-SCRUB-RECORD
           IF block-addr-rec(1:1) NOT = "*"
               IF scrub-erase
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                           block-addr-rec)) =
                           FUNCTION TRIM(erase-target-upper)
                       MOVE "N" TO scrub-keep-flag
                   END-IF
               ELSE
                   MOVE block-date-rec TO purge-stamp-work
                   PERFORM CHECK-PURGE-AGE
               END-IF
           END-IF
           MOVE blocklist-entry TO purge-edit-record
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-BLOCKLIST-ENTRY.

       SCRUB-SUBSCRIBERS.

      *> CONFIRMED subscribers are never aged out -- they asked for
      *> the mail and still want it.  UNSUBSCRIBED and BOUNCING rows
      *> go PURGE-UNSUB-DAYS after they took that status, PENDING
      *> ones PURGE-UNCONFIRMED-DAYS after the signup nobody
      *> confirmed.

           MOVE purge-unsub-days TO purge-days-work
           PERFORM SET-PURGE-CUTOFF
           MOVE purge-cutoff TO purge-sub-cutoff-unsub
           MOVE purge-unconfirmed-days TO purge-days-work
           PERFORM SET-PURGE-CUTOFF
           MOVE purge-cutoff TO purge-sub-cutoff-pend

           MOVE "data/subscribers.dat" TO scrub-file-label
           MOVE purge-unsub-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-subscriber-flag
           OPEN INPUT subscriber-file
           IF subscriber-file-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-SUBSCRIBER-ENTRY
               PERFORM SCRUB-SUBSCRIBER-ENTRY UNTIL end-of-subscriber
               CLOSE subscriber-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       SCRUB-SUBSCRIBER-ENTRY.
           PERFORM START-SCRUB-RECORD
           IF scrub-erase
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(sub-email-rec)) =
                       FUNCTION TRIM(erase-target-upper)
                   MOVE "N" TO scrub-keep-flag
               END-IF
           ELSE
               MOVE sub-date-rec TO purge-stamp-work
               EVALUATE FUNCTION TRIM(sub-status-rec)
                   WHEN "UNSUBSCRIBED"
                   WHEN "BOUNCING"
                       MOVE purge-sub-cutoff-unsub TO purge-cutoff
                       PERFORM CHECK-PURGE-AGE
                   WHEN "PENDING"
                       MOVE purge-sub-cutoff-pend TO purge-cutoff
                       PERFORM CHECK-PURGE-AGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE subscriber-entry TO purge-edit-record
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-SUBSCRIBER-ENTRY.

       SCRUB-NOTIFY-QUEUE.

      *> A notification still queued after PURGE-NOTIFY-DAYS is
      *> news nobody needs any more.  The queue carries no address,
      *> only the excerpt of what the visitor wrote -- which is where
      *> an ERASE looks.

           MOVE "data/notify.dat" TO scrub-file-label
           MOVE purge-notify-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-notify-flag
           OPEN INPUT notify-file
           IF notify-file-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-NOTIFY-ENTRY
               PERFORM SCRUB-NOTIFY-ENTRY UNTIL end-of-notify
               CLOSE notify-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       SCRUB-NOTIFY-ENTRY.
           PERFORM START-SCRUB-RECORD
           MOVE notify-entry TO purge-edit-record
           PERFORM SCRUB-NOTIFY-IMAGE
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-NOTIFY-ENTRY.

       SCRUB-NOTIFY-IMAGE.

      *> Judge one notify-entry image sitting in purge-edit-record
      *> -- the queue, the dead letters and the sent-logs all carry
      *> the same 208 bytes: stamp in 1-14, excerpt in 79-206.

           IF scrub-erase
               MOVE purge-edit-record(79:128) TO erase-text
               PERFORM MASK-ERASE-TEXT
               IF erase-mask-hits > 0
                   MOVE erase-text(1:128) TO purge-edit-record(79:128)
                   SET scrub-anon TO TRUE
               END-IF
           ELSE
               MOVE purge-edit-record(1:8) TO purge-stamp-work
               PERFORM CHECK-PURGE-AGE
           END-IF.

       SCRUB-NOTIFY-DEAD.
           MOVE "data/notify.dead" TO scrub-file-label
           MOVE purge-notify-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-notify-dead-flag
           OPEN INPUT notify-dead-file
           IF notify-dead-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-NOTIFY-DEAD-ENTRY
               PERFORM SCRUB-NOTIFY-DEAD-ENTRY
                   UNTIL end-of-notify-dead
               CLOSE notify-dead-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       READ-NOTIFY-DEAD-ENTRY.
           READ notify-dead-file
               AT END SET end-of-notify-dead TO TRUE
           END-READ
           IF notify-dead-status NOT = "00"
               SET end-of-notify-dead TO TRUE
           END-IF.

       SCRUB-NOTIFY-DEAD-ENTRY.
           PERFORM START-SCRUB-RECORD
           MOVE notify-dead-record TO purge-edit-record
           PERFORM SCRUB-NOTIFY-IMAGE
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-NOTIFY-DEAD-ENTRY.

       SCRUB-SENT-LOGS.

      *> The dated log/notify-sent-CCYYMMDD.log files, all on one
      *> report line.  PURGE deletes a whole day's file once that
      *> day is past PURGE-NOTIFY-DAYS; ERASE rewrites each file the
      *> subject turns up in.

           MOVE "log/notify-sent-*.log" TO scrub-file-label
           MOVE purge-notify-days TO purge-days-work
           MOVE 0 TO scrub-read-count
           MOVE 0 TO scrub-drop-count
           MOVE 0 TO scrub-anon-count
           MOVE "N" TO scrub-file-flag
           PERFORM SET-PURGE-CUTOFF

           MOVE SPACES TO batch-command
           STRING "ls -1 log/notify-sent-*.log 2>/dev/null"
               " > data/purge.lst"
               DELIMITED BY SIZE INTO batch-command
           CALL "SYSTEM" USING batch-command

           MOVE "N" TO end-of-purge-list-flag
           OPEN INPUT purge-list-file
           IF purge-list-status = "00"
               PERFORM READ-PURGE-LIST-ENTRY
               PERFORM SCRUB-SENT-LOG-FILE UNTIL end-of-purge-list
               CLOSE purge-list-file
           END-IF
           CALL "SYSTEM" USING "rm -f data/purge.lst"

           PERFORM WRITE-SCRUB-LINE.

       READ-PURGE-LIST-ENTRY.
           READ purge-list-file
               AT END SET end-of-purge-list TO TRUE
           END-READ
           IF purge-list-status NOT = "00"
               SET end-of-purge-list TO TRUE
           END-IF.

       SCRUB-SENT-LOG-FILE.

      *> The file's day is in its name; on a PURGE every line of an
      *> aged file goes, so the file itself is simply removed.

           MOVE purge-list-name TO purge-path
           MOVE purge-list-name(17:8) TO purge-stamp-work
           MOVE scrub-drop-count TO purge-mark-count
           ADD scrub-anon-count TO purge-mark-count

           OPEN INPUT purge-file
           IF purge-file-status = "00"
               SET scrub-file-present TO TRUE
               OPEN OUTPUT purge-edit-file
               MOVE "N" TO end-of-purge-flag
               PERFORM READ-PURGE-ENTRY
               PERFORM SCRUB-SENT-LOG-ENTRY UNTIL end-of-purge
               CLOSE purge-file
               CLOSE purge-edit-file

               MOVE SPACES TO batch-command
               EVALUATE TRUE
                   WHEN NOT scrub-erase AND purge-cutoff NOT = SPACES
                           AND purge-stamp-work IS NUMERIC
                           AND purge-stamp-work < purge-cutoff
                       STRING "rm -f data/purge.new "
                           FUNCTION TRIM(purge-path)
                           DELIMITED BY SIZE INTO batch-command
                   WHEN scrub-drop-count + scrub-anon-count >
                           purge-mark-count
                       STRING "mv data/purge.new "
                           FUNCTION TRIM(purge-path)
                           DELIMITED BY SIZE INTO batch-command
                   WHEN OTHER
                       MOVE "rm -f data/purge.new" TO batch-command
               END-EVALUATE
               CALL "SYSTEM" USING batch-command
           END-IF

           PERFORM READ-PURGE-LIST-ENTRY.

       READ-PURGE-ENTRY.
           READ purge-file
               AT END SET end-of-purge TO TRUE
           END-READ
           IF purge-file-status NOT = "00"
               SET end-of-purge TO TRUE
           END-IF.

       SCRUB-SENT-LOG-ENTRY.
           PERFORM START-SCRUB-RECORD
           MOVE purge-record TO purge-edit-record
           IF scrub-erase
               PERFORM SCRUB-NOTIFY-IMAGE
           ELSE
               PERFORM CHECK-PURGE-AGE
           END-IF
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-PURGE-ENTRY.

       LOAD-PURGE-MAILED.
           MOVE 0 TO purge-mailed-used
           MOVE "N" TO end-of-mailed-flag
           OPEN INPUT mailed-file
           IF mailed-file-status = "00"
               PERFORM READ-MAILED-ENTRY
               PERFORM NOTE-PURGE-MAILED UNTIL end-of-mailed
               CLOSE mailed-file
           END-IF.

       NOTE-PURGE-MAILED.
           IF purge-mailed-used < 2000
               ADD 1 TO purge-mailed-used
               MOVE mailed-title-rec
                   TO purge-mailed-title(purge-mailed-used)
           END-IF
           PERFORM READ-MAILED-ENTRY.

       SCRUB-MAILSEND.
           MOVE "data/mailsend.dat" TO scrub-file-label
           MOVE purge-mailsend-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-mailsend-flag
           OPEN INPUT mailsend-file
           IF mailsend-file-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-MAILSEND-ENTRY
               PERFORM SCRUB-MAILSEND-ENTRY UNTIL end-of-mailsend
               CLOSE mailsend-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       SCRUB-MAILSEND-ENTRY.
           PERFORM START-SCRUB-RECORD
           IF scrub-erase
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(ms-email-rec)) =
                       FUNCTION TRIM(erase-target-upper)
                   MOVE "N" TO scrub-keep-flag
               END-IF
           ELSE
               MOVE ms-stamp-rec(1:8) TO purge-stamp-work
               PERFORM CHECK-PURGE-AGE
               IF NOT scrub-keep
                   MOVE "N" TO purge-mailed-hit-flag
                   MOVE 1 TO purge-mailed-sub
                   PERFORM FIND-PURGE-MAILED
                       UNTIL purge-mailed-hit
                       OR purge-mailed-sub > purge-mailed-used
                   IF NOT purge-mailed-hit
                       MOVE "Y" TO scrub-keep-flag
                   END-IF
               END-IF
           END-IF
           MOVE mailsend-entry TO purge-edit-record
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-MAILSEND-ENTRY.

       FIND-PURGE-MAILED.
           IF purge-mailed-title(purge-mailed-sub) = ms-title-rec
               SET purge-mailed-hit TO TRUE
           ELSE
               ADD 1 TO purge-mailed-sub
           END-IF.

       SCRUB-ACCESS-LOG.

      *> The access log ages out line by line.  An ERASE keeps the
      *> subject's lines -- REPORT's hit counts are built on them --
      *> with the address overwritten, and stars the subject out of
      *> any request line that carried it.

           MOVE "log/access.log" TO scrub-file-label
           MOVE purge-access-days TO purge-days-work
           PERFORM START-SCRUB-FILE
           MOVE "N" TO end-of-audit-flag
           OPEN INPUT audit-file
           IF audit-file-status = "00"
               SET scrub-file-present TO TRUE
               PERFORM READ-AUDIT-ENTRY
               PERFORM SCRUB-ACCESS-ENTRY UNTIL end-of-audit
               CLOSE audit-file
           END-IF
           PERFORM FINISH-SCRUB-FILE.

       SCRUB-ACCESS-ENTRY.
           PERFORM START-SCRUB-RECORD
           IF scrub-erase
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(audit-remote-ip))
                       = FUNCTION TRIM(erase-target-upper)
                   MOVE "ERASED" TO audit-remote-ip
                   SET scrub-anon TO TRUE
               END-IF
               MOVE audit-request TO erase-text
               PERFORM MASK-ERASE-TEXT
               IF erase-mask-hits > 0
                   MOVE erase-text(1:64) TO audit-request
                   SET scrub-anon TO TRUE
               END-IF
           ELSE
               MOVE audit-timestamp(1:8) TO purge-stamp-work
               PERFORM CHECK-PURGE-AGE
           END-IF
           MOVE audit-entry TO purge-edit-record
           PERFORM TAKE-SCRUB-RECORD
           PERFORM READ-AUDIT-ENTRY.

       RUN-NIGHTLY-CHAIN.

      *> The overnight chain: the steps in conf/nightly.dat, run in
      *> order as children of this same executable (COBWEB_SUBBUILD=Y,
      *> so they run under this run's lock instead of fighting over
      *> it, each still writing its own line to log/jobs.log).  Each
      *> step names the return codes that may have come before it --
      *> tested against the worst any earlier step of the chain has
      *> ended with -- and is SKIPPED when that isn't one of them:
      *>
      *>     VERIFY
      *>     GENERATE   0,4
      *>     MAILOUT    0
      *>     REPORT     ANY
      *>
      *> No condition means "only after a clean chain", 0; ANY means
      *> whatever happened.  GENERATE is the page generator, every
      *> other name a COBWEB_RUN_MODE.  A return code of 8 or more
      *> FAILS the step.  Progress goes to data/nightly.chk as each
      *> step starts and ends; when the last chain has a FAILED step,
      *> or stopped part way, the next NIGHTLY picks it up at that
      *> step and leaves the steps before it alone -- their return
      *> codes still count towards the conditions.  COBWEB_NIGHTLY_
      *> FRESH=Y starts the whole chain over regardless.

           DISPLAY "cobweb: nightly chain off conf/nightly.dat"
               UPON SYSERR

           MOVE 0 TO nightly-ran-count
           MOVE 0 TO nightly-worst-rc
           PERFORM LOAD-NIGHTLY-STEPS

           EVALUATE TRUE
               WHEN nightly-bad
                   MOVE 16 TO RETURN-CODE
               WHEN nightly-step-used = 0
                   DISPLAY "cobweb: no steps in conf/nightly.dat"
                       UPON SYSERR
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM RESUME-NIGHTLY-CHAIN
                   PERFORM WRITE-NIGHTLY-CHECKPOINT
                   PERFORM RUN-NIGHTLY-STEP
                       VARYING nightly-sub FROM nightly-restart-at
                       BY 1 UNTIL nightly-sub > nightly-step-used
                   DISPLAY "cobweb: nightly chain ended, "
                       nightly-ran-count " step(s) run, worst "
                       "return code " nightly-worst-rc UPON SYSERR
                   MOVE nightly-worst-rc TO RETURN-CODE
           END-EVALUATE.

       LOAD-NIGHTLY-STEPS.
           MOVE 0 TO nightly-step-used
           MOVE "N" TO nightly-bad-flag
           INITIALIZE nightly-step-table
           MOVE "N" TO end-of-nightly-flag

           OPEN INPUT nightly-control-file
           IF nightly-control-status NOT = "00"
               DISPLAY "cobweb: cannot open conf/nightly.dat"
                   UPON SYSERR
               SET nightly-bad TO TRUE
           ELSE
               PERFORM READ-NIGHTLY-CONTROL-LINE
               PERFORM TAKE-NIGHTLY-STEP
                   UNTIL end-of-nightly OR nightly-bad
               CLOSE nightly-control-file
           END-IF.

       READ-NIGHTLY-CONTROL-LINE.
           READ nightly-control-file
               AT END SET end-of-nightly TO TRUE
           END-READ
           IF nightly-control-status NOT = "00"
               SET end-of-nightly TO TRUE
           END-IF.

       TAKE-NIGHTLY-STEP.

      *> One step per line: a run mode name, then its condition --
      *> a comma list of return codes, or ANY.  A name this program
      *> has no run mode for, a condition that isn't codes, or a
      *> twenty-first step stops the chain before anything runs;
      *> half a night is worse than none.

           IF nightly-control-line(1:1) NOT = "*" AND
                   nightly-control-line NOT = SPACES
               MOVE SPACES TO nightly-line-name
               MOVE SPACES TO nightly-line-cond
               MOVE SPACES TO nightly-line-rest
               UNSTRING FUNCTION UPPER-CASE(
                       FUNCTION TRIM(nightly-control-line))
                   DELIMITED BY ALL SPACE
                   INTO nightly-line-name nightly-line-cond
                       nightly-line-rest
               END-UNSTRING

               EVALUATE nightly-line-name
                   WHEN "CONVERT"
                   WHEN "DUMP"
                   WHEN "REPORT"
                   WHEN "VERIFY"
                   WHEN "NOTIFY"
                   WHEN "ASSETS"
                   WHEN "EXPORT"
                   WHEN "IMPORT"
                   WHEN "MAILOUT"
                   WHEN "PROMOTE"
                   WHEN "RECONCILE"
                   WHEN "EDITORIAL"
                   WHEN "PURGE"
                   WHEN "ERASE"
                   WHEN "GENERATE"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "cobweb: conf/nightly.dat: no such "
                           "step " FUNCTION TRIM(nightly-line-name)
                           UPON SYSERR
                       SET nightly-bad TO TRUE
               END-EVALUATE

               IF NOT nightly-bad AND nightly-line-rest NOT = SPACES
                   DISPLAY "cobweb: conf/nightly.dat: "
                       FUNCTION TRIM(nightly-line-name)
                       " has more than one condition" UPON SYSERR
                   SET nightly-bad TO TRUE
               END-IF

               IF NOT nightly-bad AND nightly-line-cond NOT = SPACES
                       AND nightly-line-cond NOT = "ANY"
                   MOVE 999 TO nightly-worst-rc
                   PERFORM CHECK-NIGHTLY-COND
                   MOVE 0 TO nightly-worst-rc
                   IF nightly-bad
                       DISPLAY "cobweb: conf/nightly.dat: "
                           FUNCTION TRIM(nightly-line-name)
                           " condition is not a list of return codes"
                           UPON SYSERR
                   END-IF
               END-IF

               IF NOT nightly-bad
                   IF nightly-step-used < 20
                       ADD 1 TO nightly-step-used
                       MOVE nightly-line-name
                           TO nightly-step-name(nightly-step-used)
                       MOVE nightly-line-cond
                           TO nightly-step-cond(nightly-step-used)
                       MOVE "PENDING"
                           TO nightly-step-state(nightly-step-used)
                   ELSE
                       DISPLAY "cobweb: conf/nightly.dat: more than "
                           "20 steps" UPON SYSERR
                       SET nightly-bad TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM READ-NIGHTLY-CONTROL-LINE.

       CHECK-NIGHTLY-COND.

      *> Is nightly-worst-rc one of the codes in the condition in
      *> nightly-line-cond?  Blank means 0 only, ANY means yes.  A
      *> token that isn't a number marks the step list bad -- which
      *> is how TAKE-NIGHTLY-STEP checks a condition when it loads
      *> it, with a worst code no list can hold.

           MOVE "N" TO nightly-cond-flag
           EVALUATE TRUE
               WHEN nightly-line-cond = SPACES
                   IF nightly-worst-rc = 0
                       SET nightly-cond-ok TO TRUE
                   END-IF
               WHEN nightly-line-cond = "ANY"
                   SET nightly-cond-ok TO TRUE
               WHEN OTHER
                   MOVE 1 TO nightly-cond-ptr
                   MOVE "N" TO nightly-cond-done-flag
                   PERFORM TAKE-NIGHTLY-COND-CODE
                       UNTIL nightly-cond-done
           END-EVALUATE.

       TAKE-NIGHTLY-COND-CODE.
           IF nightly-cond-ptr > 32
               SET nightly-cond-done TO TRUE
           ELSE
               MOVE SPACES TO nightly-cond-token
               UNSTRING nightly-line-cond DELIMITED BY ","
                   INTO nightly-cond-token
                   WITH POINTER nightly-cond-ptr
               END-UNSTRING
               EVALUATE TRUE
                   WHEN nightly-cond-token = SPACES
                       SET nightly-cond-done TO TRUE
                   WHEN FUNCTION TRIM(nightly-cond-token) IS NOT
                           NUMERIC
                       SET nightly-bad TO TRUE
                       SET nightly-cond-done TO TRUE
                   WHEN FUNCTION NUMVAL(nightly-cond-token) =
                           nightly-worst-rc
                       SET nightly-cond-ok TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RESUME-NIGHTLY-CHAIN.

      *> Fresh chain or a restart?  The last checkpoint is laid over
      *> the step list; it only counts when it describes this very
      *> list, step for step, and it stopped short -- a FAILED step,
      *> or one still PENDING or RUNNING because the chain itself
      *> died.  Then the chain carries on from the first such step,
      *> and the steps before it keep what they did last time.

           MOVE 1 TO nightly-restart-at
           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:14) TO nightly-chain-stamp

           MOVE SPACES TO nightly-fresh-env
           ACCEPT nightly-fresh-env FROM ENVIRONMENT
               "COBWEB_NIGHTLY_FRESH"
               ON EXCEPTION MOVE SPACES TO nightly-fresh-env
           END-ACCEPT

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(nightly-fresh-env))
                   NOT = "Y"
               MOVE "Y" TO nightly-match-flag
               MOVE 0 TO nightly-sub
               MOVE "N" TO end-of-nightly-flag
               OPEN INPUT nightly-chk-file
               IF nightly-chk-status = "00"
                   PERFORM READ-NIGHTLY-CHK-ENTRY
                   PERFORM MATCH-NIGHTLY-CHK-ENTRY
                       UNTIL end-of-nightly
                   CLOSE nightly-chk-file
               END-IF

               IF nightly-match AND nightly-sub = nightly-step-used
                   MOVE 1 TO nightly-restart-at
                   PERFORM FIND-NIGHTLY-RESTART
                       UNTIL nightly-restart-at > nightly-step-used
                       OR nightly-step-state(nightly-restart-at) =
                           "FAILED"
                       OR nightly-step-state(nightly-restart-at) =
                           "PENDING"
                       OR nightly-step-state(nightly-restart-at) =
                           "RUNNING"
               ELSE
                   MOVE nightly-step-used TO nightly-restart-at
                   ADD 1 TO nightly-restart-at
               END-IF
           END-IF

           IF nightly-restart-at > nightly-step-used
               MOVE 1 TO nightly-restart-at
               MOVE FUNCTION CURRENT-DATE TO audit-now
               MOVE audit-now(1:14) TO nightly-chain-stamp
           ELSE
               IF nightly-restart-at > 1
                   MOVE nightly-restart-at TO nightly-step-ed
                   DISPLAY "cobweb: restarting the chain of "
                       nightly-chain-stamp " at step "
                       FUNCTION TRIM(nightly-step-ed) ", "
                       FUNCTION TRIM(
                           nightly-step-name(nightly-restart-at))
                       UPON SYSERR
                   END-DISPLAY
               END-IF
           END-IF

      *> Whatever runs this time starts from PENDING; the steps a
      *> restart leaves behind pass their return codes on.

           PERFORM SET-NIGHTLY-STEP-START
               VARYING nightly-sub FROM 1 BY 1
               UNTIL nightly-sub > nightly-step-used.

       MATCH-NIGHTLY-CHK-ENTRY.
           ADD 1 TO nightly-sub
           IF nightly-sub > nightly-step-used OR
                   chk-step-rec NOT = nightly-sub OR
                   chk-name-rec NOT = nightly-step-name(nightly-sub)
                   OR chk-cond-rec NOT = nightly-step-cond(nightly-sub)
               MOVE "N" TO nightly-match-flag
           ELSE
               MOVE chk-chain-rec TO nightly-chain-stamp
               MOVE chk-state-rec TO nightly-step-state(nightly-sub)
               MOVE chk-rc-rec TO nightly-step-rc(nightly-sub)
               MOVE chk-start-rec TO nightly-step-start(nightly-sub)
               MOVE chk-end-rec TO nightly-step-end(nightly-sub)
           END-IF
           PERFORM READ-NIGHTLY-CHK-ENTRY.

       FIND-NIGHTLY-RESTART.
           ADD 1 TO nightly-restart-at.

       SET-NIGHTLY-STEP-START.
           IF nightly-sub < nightly-restart-at
               IF nightly-step-state(nightly-sub) = "DONE" AND
                       nightly-step-rc(nightly-sub) > nightly-worst-rc
                   MOVE nightly-step-rc(nightly-sub) TO nightly-worst-rc
               END-IF
           ELSE
               MOVE "PENDING" TO nightly-step-state(nightly-sub)
               MOVE 0 TO nightly-step-rc(nightly-sub)
               MOVE SPACES TO nightly-step-start(nightly-sub)
               MOVE SPACES TO nightly-step-end(nightly-sub)
           END-IF.

       RUN-NIGHTLY-STEP.

      *> The step's exit code comes back through the scan scratch:
      *> the shell echoes $? into it once the child has finished,
      *> and this reads it back -- the same shell-out-and-read-back
      *> dance as the upload helpers.

           MOVE nightly-step-cond(nightly-sub) TO nightly-line-cond
           PERFORM CHECK-NIGHTLY-COND
           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:14) TO nightly-step-start(nightly-sub)

           IF NOT nightly-cond-ok
               MOVE "SKIPPED" TO nightly-step-state(nightly-sub)
               MOVE audit-now(1:14) TO nightly-step-end(nightly-sub)
               DISPLAY "cobweb: nightly step "
                   FUNCTION TRIM(nightly-step-name(nightly-sub))
                   " skipped, earlier return code " nightly-worst-rc
                   UPON SYSERR
           ELSE
               MOVE "RUNNING" TO nightly-step-state(nightly-sub)
               PERFORM WRITE-NIGHTLY-CHECKPOINT
               DISPLAY "cobweb: nightly step "
                   FUNCTION TRIM(nightly-step-name(nightly-sub))
                   UPON SYSERR

               MOVE SPACES TO batch-command
               IF nightly-step-name(nightly-sub) = "GENERATE"
                   STRING "COBWEB_SUBBUILD=Y COBWEB_RUN_MODE= "
                       "./cobweb; echo $? > data/assetscan.tmp"
                       DELIMITED BY SIZE INTO batch-command
               ELSE
                   STRING "COBWEB_SUBBUILD=Y COBWEB_RUN_MODE="
                       FUNCTION TRIM(nightly-step-name(nightly-sub))
                       " ./cobweb; echo $? > data/assetscan.tmp"
                       DELIMITED BY SIZE INTO batch-command
               END-IF
               CALL "SYSTEM" USING batch-command
               MOVE 0 TO RETURN-CODE

               MOVE 16 TO nightly-step-rc(nightly-sub)
               OPEN INPUT asset-scan-file
               IF asset-scan-status = "00"
                   READ asset-scan-file
                       AT END CONTINUE
                   END-READ
                   IF asset-scan-status = "00"
                       MOVE FUNCTION TRIM(asset-scan-line(1:8))
                           TO nightly-rc-text
                       IF FUNCTION TRIM(nightly-rc-text) IS NUMERIC
                           MOVE FUNCTION NUMVAL(nightly-rc-text)
                               TO nightly-step-rc(nightly-sub)
                       END-IF
                   END-IF
                   CLOSE asset-scan-file
               END-IF
               CALL "SYSTEM" USING "rm -f data/assetscan.tmp"

               MOVE FUNCTION CURRENT-DATE TO audit-now
               MOVE audit-now(1:14) TO nightly-step-end(nightly-sub)
               ADD 1 TO nightly-ran-count
               IF nightly-step-rc(nightly-sub) < 8
                   MOVE "DONE" TO nightly-step-state(nightly-sub)
               ELSE
                   MOVE "FAILED" TO nightly-step-state(nightly-sub)
               END-IF
               IF nightly-step-rc(nightly-sub) > nightly-worst-rc
                   MOVE nightly-step-rc(nightly-sub) TO nightly-worst-rc
               END-IF
               DISPLAY "cobweb: nightly step "
                   FUNCTION TRIM(nightly-step-name(nightly-sub))
                   " ended, return code " nightly-step-rc(nightly-sub)
                   UPON SYSERR
           END-IF

           PERFORM WRITE-NIGHTLY-CHECKPOINT.

       WRITE-NIGHTLY-CHECKPOINT.
           OPEN OUTPUT nightly-chk-file
           PERFORM WRITE-NIGHTLY-CHK-ENTRY
               VARYING nightly-chk-sub FROM 1 BY 1
               UNTIL nightly-chk-sub > nightly-step-used
           CLOSE nightly-chk-file.

       WRITE-NIGHTLY-CHK-ENTRY.
           MOVE SPACES TO nightly-chk-entry
           MOVE nightly-chain-stamp TO chk-chain-rec
           MOVE nightly-chk-sub TO chk-step-rec
           MOVE nightly-step-name(nightly-chk-sub) TO chk-name-rec
           MOVE nightly-step-state(nightly-chk-sub) TO chk-state-rec
           MOVE nightly-step-rc(nightly-chk-sub) TO chk-rc-rec
           MOVE nightly-step-start(nightly-chk-sub) TO chk-start-rec
           MOVE nightly-step-end(nightly-chk-sub) TO chk-end-rec
           MOVE nightly-step-cond(nightly-chk-sub) TO chk-cond-rec
           WRITE nightly-chk-entry.

       RUN-NOTIFY-MAILER.

      *> Drain the outbound queue: one mail to the configured site
      *> never touches the command line.  A send that comes back
      *> nonzero goes straight onto data/notify.new, which replaces
      *> the queue at the end -- failures wait for the next run,
      *> nothing is lost.  Each record counts its own tries, and one
      *> that has failed more than MAIL-RETRY-LIMIT times goes to
      *> data/notify.dead instead of back on the queue.  Sent
      *> records move to the dated sent-log.  A nonzero RETURN-CODE
      *> (4) flags a run that left failures behind, so cron can
      *> grumble.

           DISPLAY "cobweb: mailing queued reply notifications"
               UPON SYSERR

           MOVE 0 TO notify-sent-count
           MOVE 0 TO notify-fail-count
           MOVE 0 TO notify-dead-count
           MOVE "N" TO end-of-notify-flag

           OPEN INPUT notify-file
               CALL "SYSTEM" USING "rm -f data/mailbody.tmp"

               DISPLAY "cobweb: " notify-sent-count " sent, "
                   notify-fail-count " left on the queue, "
                   notify-dead-count " moved to data/notify.dead"
                   UPON SYSERR
               IF notify-fail-count > 0 OR notify-dead-count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
                   MOVE notify-entry TO notify-sent-record
                   WRITE notify-sent-record
               ELSE
                   PERFORM REQUEUE-NOTIFY-ENTRY
               END-IF
           END-IF

           PERFORM READ-NOTIFY-ENTRY.

       REQUEUE-NOTIFY-ENTRY.

      *> A record queued before tries were counted carries spaces
      *> there -- that is nought tries, not garbage.

           IF notify-tries IS NUMERIC
               MOVE notify-tries TO notify-tries-work
           ELSE
               MOVE 0 TO notify-tries-work
           END-IF
           ADD 1 TO notify-tries-work

           IF notify-tries-work > mail-retry-limit
               ADD 1 TO notify-dead-count
               MOVE notify-tries-work TO notify-tries
               OPEN EXTEND notify-dead-file
               IF notify-dead-status = "35"
                   OPEN OUTPUT notify-dead-file
               END-IF
               MOVE notify-entry TO notify-dead-record
               WRITE notify-dead-record
               CLOSE notify-dead-file
               DISPLAY "cobweb: notification for "
                   FUNCTION TRIM(notify-reply-title)
                   " given up after " notify-tries " tries"
                   UPON SYSERR
           ELSE
               ADD 1 TO notify-fail-count
               MOVE notify-tries-work TO notify-tries
               MOVE notify-entry TO notify-edit-record
               WRITE notify-edit-record
           END-IF.

       WRITE-MAIL-BODY.
           OPEN OUTPUT mail-body-file

      *> store, each live post checked against the mailed-list,
      *> each new one mailed to every CONFIRMED address (PENDING
      *> and UNSUBSCRIBED get nothing) and then recorded so the
      *> next run stays quiet about it.  Every send is checkpointed
      *> in data/mailsend.dat as it happens, so a post only goes on
      *> the mailed-list once every recipient has it (or has been
      *> given up on); a rerun after a crash or a relay outage walks
      *> the same post again, skips every address the checkpoint
      *> says was SENT, and tries only the ones it never reached or
      *> that FAILED -- up to MAIL-RETRY-LIMIT retries, after which
      *> the address is DEAD for that post and marked BOUNCING on
      *> the subscriber list, so it stops being tried at all.

           DISPLAY "cobweb: mailing new posts to subscribers"
               UPON SYSERR
           MOVE 0 TO mailout-post-count
           MOVE 0 TO mailout-sent-count
           MOVE 0 TO mailout-fail-count
           MOVE 0 TO mailout-dead-count
           MOVE 0 TO mailout-held-count
           MOVE 0 TO mailout-bounce-used
           MOVE "N" TO end-of-content-flag

      *> No mailed-list yet means this is the feature's first run:

               CALL "SYSTEM" USING "rm -f data/mailbody.tmp"

               PERFORM MARK-SUBSCRIBER-BOUNCING
                   VARYING mailout-bounce-sub FROM 1 BY 1
                   UNTIL mailout-bounce-sub > mailout-bounce-used

               IF mailout-seeding
                   DISPLAY "cobweb: " mailout-post-count
                       " existing post(s) recorded, nothing sent"
                   DISPLAY "cobweb: " mailout-post-count
                       " new post(s), " mailout-sent-count
                       " mail(s) sent, " mailout-fail-count
                       " failed, " mailout-dead-count
                       " given up" UPON SYSERR
                   IF mailout-held-count > 0
                       DISPLAY "cobweb: " mailout-held-count
                           " post(s) held for retry on the next run"
                           UPON SYSERR
                   END-IF
               END-IF
               IF mailout-fail-count > 0 OR mailout-dead-count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
               PERFORM CHECK-POST-MAILED
               IF NOT post-already-mailed
                   ADD 1 TO mailout-post-count
                   MOVE "N" TO mailout-open-flag
                   IF NOT mailout-seeding
                       PERFORM MAIL-POST-TO-SUBSCRIBERS
                   END-IF
                   IF mailout-post-open
                       ADD 1 TO mailout-held-count
                   ELSE
                       PERFORM MARK-POST-MAILED
                   END-IF
               END-IF
           END-IF


       MAIL-ONE-SUBSCRIBER.
           IF FUNCTION TRIM(sub-status-rec) = "CONFIRMED"
               PERFORM FIND-MAILSEND-CHECKPOINT
               IF mailsend-last-status = SPACES OR
                       mailsend-last-status = "FAILED"
                   PERFORM SEND-MAILOUT-MESSAGE
               END-IF
           END-IF

           PERFORM READ-SUBSCRIBER-ENTRY.

       SEND-MAILOUT-MESSAGE.
           PERFORM WRITE-MAILOUT-BODY

           MOVE SPACES TO notify-command
           STRING 'mail -s "cobweb: new post: '
               FUNCTION TRIM(mailout-title) '" ' "'"
               FUNCTION TRIM(sub-email-rec) "'"
               " < data/mailbody.tmp"
               DELIMITED BY SIZE INTO notify-command

           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING notify-command
           MOVE RETURN-CODE TO shell-command-rc
           MOVE 0 TO RETURN-CODE

           COMPUTE mailsend-tries-work = mailsend-last-tries + 1
           MOVE SPACES TO mailsend-entry
           MOVE mailout-title TO ms-title-rec
           MOVE sub-email-rec TO ms-email-rec
           MOVE mailsend-tries-work TO ms-tries-rec

           EVALUATE TRUE
               WHEN shell-command-rc = 0
                   ADD 1 TO mailout-sent-count
                   MOVE "SENT" TO ms-status-rec
               WHEN mailsend-tries-work > mail-retry-limit
                   ADD 1 TO mailout-dead-count
                   MOVE "DEAD" TO ms-status-rec
                   IF mailout-bounce-used < 100
                       ADD 1 TO mailout-bounce-used
                       MOVE sub-email-rec
                           TO mailout-bounce-email(mailout-bounce-used)
                   END-IF
               WHEN OTHER
                   ADD 1 TO mailout-fail-count
                   MOVE "FAILED" TO ms-status-rec
                   SET mailout-post-open TO TRUE
           END-EVALUATE

           PERFORM WRITE-MAILSEND-CHECKPOINT.

       FIND-MAILSEND-CHECKPOINT.
           MOVE SPACES TO mailsend-last-status
           MOVE 0 TO mailsend-last-tries
           MOVE "N" TO end-of-mailsend-flag

           OPEN INPUT mailsend-file
           IF mailsend-file-status = "00"
               PERFORM READ-MAILSEND-ENTRY
               PERFORM MATCH-MAILSEND-ENTRY UNTIL end-of-mailsend
               CLOSE mailsend-file
           END-IF.

       READ-MAILSEND-ENTRY.
           READ mailsend-file
               AT END SET end-of-mailsend TO TRUE
           END-READ
           IF mailsend-file-status NOT = "00"
               SET end-of-mailsend TO TRUE
           END-IF.

       MATCH-MAILSEND-ENTRY.

      *> Read to the end -- the LAST line for the pair is the
      *> current word on it.

           IF ms-title-rec = mailout-title AND
                   FUNCTION UPPER-CASE(FUNCTION TRIM(ms-email-rec)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(sub-email-rec))
               MOVE ms-status-rec TO mailsend-last-status
               IF ms-tries-rec IS NUMERIC
                   MOVE ms-tries-rec TO mailsend-last-tries
               ELSE
                   MOVE 0 TO mailsend-last-tries
               END-IF
           END-IF

           PERFORM READ-MAILSEND-ENTRY.

       WRITE-MAILSEND-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO audit-now
           MOVE audit-now(1:14) TO ms-stamp-rec

           OPEN EXTEND mailsend-file
           IF mailsend-file-status = "35"
               OPEN OUTPUT mailsend-file
           END-IF
           WRITE mailsend-entry
           CLOSE mailsend-file.

       MARK-SUBSCRIBER-BOUNCING.
           MOVE mailout-bounce-email(mailout-bounce-sub)
               TO sub-match-email
           MOVE SPACES TO sub-match-token
           MOVE "CONFIRMED" TO sub-match-require
           MOVE "BOUNCING" TO sub-flip-status
           MOVE SPACES TO sub-flip-token
           PERFORM REWRITE-SUBSCRIBER-FILE
           DISPLAY "cobweb: "
               FUNCTION TRIM(mailout-bounce-email(mailout-bounce-sub))
               " marked BOUNCING" UPON SYSERR.

       WRITE-MAILOUT-BODY.

               WHEN entry-type = "WEB"
               WHEN entry-type = "FORM"
               WHEN entry-type = "SUBSCRIBE-FORM"
               WHEN entry-type = "BLOG-TAGS"
               WHEN entry-type = "TAG-CLOUD"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO search-field-hit-flag
      *> break XML.  Like OUTPUT-AJAX-JSON there's no page template
      *> here, and like OUTPUT-HEADER the Content-type line only
      *> goes out on a live CGI connection, so the batch child that
      *> writes out/feed.xml gets a clean document.  A "tag=" riding
      *> along ("feed=rss&tag=<name>") cuts the items down to the
      *> posts carrying that tag.

           IF NOT batch-mode
               DISPLAY "Content-type: application/rss+xml"
               "</title>"
           END-DISPLAY
           DISPLAY "<link>" FUNCTION TRIM(url) "</link>"
           IF tag-param = SPACES
               DISPLAY "<description>Blog entries from "
                   FUNCTION TRIM(html-escape-target) "</description>"
               END-DISPLAY
           ELSE
               DISPLAY "<description>Blog entries tagged "
                   FUNCTION TRIM(tag-param) " from "
                   FUNCTION TRIM(html-escape-target) "</description>"
               END-DISPLAY
           END-IF

           MOVE "N" TO end-of-content-flag
           OPEN INPUT content-file
           MOVE expire-after TO date-check-expire
           PERFORM CHECK-DATE-WINDOW

           MOVE "N" TO feed-tag-flag
           IF entry-type = "BLOG-ENTRY" AND date-window-ok
               IF tag-param = SPACES
                   SET feed-tag-ok TO TRUE
               ELSE
                   PERFORM CHECK-FEED-TAG
               END-IF
           END-IF

           IF feed-tag-ok
               MOVE entry-title TO feed-entry-id
               MOVE parent TO feed-entry-page


           PERFORM READ-CONTENT-ENTRY.

       CHECK-FEED-TAG.

      *> Does this post's BLOG-TAGS record name tag-param?  Same
      *> open-probe-close on the lookup handle as the listing rows.

           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               MOVE entry-title TO entry-title-lk
               MOVE "BLOG-TAGS" TO entry-type-lk
               READ content-lookup-file
                   INVALID KEY CONTINUE
               END-READ
               IF content-lookup-status = "00"
                   MOVE SPACES TO tag-seen-list
                   MOVE entry-value-lk TO tag-seen-list(2:)
                   MOVE tag-param TO tag-word
                   PERFORM FIND-TAG-IN-LIST
                   IF tag-in-list
                       SET feed-tag-ok TO TRUE
                   END-IF
               END-IF
               CLOSE content-lookup-file
           END-IF.

       RENDER-FEED-REPLIES.

      *> Only approved replies can be here at all -- the moderation
               END-IF
           END-IF

           PERFORM SLICE-BLOG-POSTS.

       SLICE-BLOG-POSTS.

      *> Which slice of the post table this request shows -- shared
      *> by the routed page's listing and the tag listing.

           IF blog-post-count > 0
               SET blog-paging TO TRUE
               IF blog-page-size = 0

           MOVE publish-from-lk TO blog-hold-date
           MOVE entry-title-lk TO blog-hold-title
           PERFORM SLOT-BLOG-POST.

       SLOT-BLOG-POST.
           MOVE 1 TO blog-post-slot
           PERFORM FIND-BLOG-POST-SLOT
               UNTIL blog-post-slot > blog-post-count
           MOVE blog-post-sort(blog-post-sub2)
               TO blog-post-sort(blog-post-sub2 + 1).

       COLLECT-TAGGED-POSTS.

      *> tag-param's live posts into the post table, newest first,
      *> and the slice this request shows -- the tag listing's
      *> answer to COLLECT-BLOG-ENTRIES.

           MOVE "N" TO blog-paging-flag
           PERFORM WALK-BLOG-TAGS
           PERFORM SLICE-BLOG-POSTS.

       WALK-BLOG-TAGS.

      *> One pass over the store for its BLOG-TAGS records.  Each
      *> one sends us to its post for a keyed read -- a tag on a post
      *> that isn't live yet (or any more) counts for nothing -- and
      *> the walk picks up again just past the tag record's key.
      *> Every name a live post carries goes into tag-table; with
      *> tag-param set, every post carrying it also goes into the
      *> post table.  The lookup handle alone does the lot, so a
      *> TAG-CLOUD can render from inside FETCH-CONTENT's own walk
      *> of the main one.

           MOVE 0 TO tag-used
           IF tag-param NOT = SPACES
               MOVE 0 TO blog-post-count
           END-IF
           MOVE "N" TO end-of-tag-walk-flag
           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               PERFORM READ-TAG-WALK-ENTRY
               PERFORM COLLECT-TAG-WALK-ENTRY UNTIL end-of-tag-walk
               CLOSE content-lookup-file
           END-IF.

       READ-TAG-WALK-ENTRY.
           READ content-lookup-file NEXT
               AT END SET end-of-tag-walk TO TRUE
           END-READ
           IF content-lookup-status NOT = "00"
               SET end-of-tag-walk TO TRUE
           END-IF.

       COLLECT-TAG-WALK-ENTRY.
           IF entry-type-lk = "BLOG-TAGS"
               MOVE entry-key-lk TO tag-walk-key
               MOVE entry-value-lk TO tag-walk-list
               MOVE "BLOG-ENTRY" TO entry-type-lk
               READ content-lookup-file
                   INVALID KEY CONTINUE
               END-READ
               IF content-lookup-status = "00"
                   MOVE publish-from-lk TO date-check-publish
                   MOVE expire-after-lk TO date-check-expire
                   PERFORM CHECK-DATE-WINDOW
                   IF date-window-ok
                       MOVE publish-from-lk TO blog-hold-date
                       MOVE entry-title-lk TO blog-hold-title
                       PERFORM NOTE-POST-TAGS
                   END-IF
               END-IF
               MOVE tag-walk-key TO entry-key-lk
               START content-lookup-file KEY IS > entry-key-lk
                   INVALID KEY SET end-of-tag-walk TO TRUE
               END-START
           END-IF

           IF NOT end-of-tag-walk
               PERFORM READ-TAG-WALK-ENTRY
           END-IF.

       NOTE-POST-TAGS.

      *> Each name on one live post's list, once -- a hand-edited
      *> list that names a tag twice still counts the post once.
      *> A name outside the tag alphabet is passed over.

           MOVE SPACES TO tag-seen-list
           MOVE 2 TO tag-seen-ptr
           MOVE 1 TO tag-scan-ptr
           PERFORM NOTE-POST-TAG UNTIL tag-scan-ptr > 1024.

       NOTE-POST-TAG.
           MOVE SPACES TO tag-word
           UNSTRING tag-walk-list DELIMITED BY ALL SPACE
               INTO tag-word
               WITH POINTER tag-scan-ptr
           END-UNSTRING
           IF tag-word NOT = SPACES
               PERFORM CHECK-TAG-WORD
               IF tag-word-ok
                   PERFORM FIND-TAG-IN-LIST
                   IF NOT tag-in-list
                       STRING FUNCTION TRIM(tag-word) " "
                           DELIMITED BY SIZE INTO tag-seen-list
                           WITH POINTER tag-seen-ptr
                       END-STRING
                       PERFORM COUNT-TAG-NAME
                       IF tag-word = tag-param AND
                               blog-post-count < 500
                           PERFORM SLOT-BLOG-POST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-TAG-NAME.

      *> tag-table stays in name order: find tag-word's place, bump
      *> its count if it's there already, shift the rest along and
      *> drop it in if it isn't.

           MOVE "N" TO tag-hit-flag
           MOVE 1 TO tag-sub
           PERFORM FIND-TAG-SLOT UNTIL tag-hit

           IF tag-sub <= tag-used
               IF tag-name(tag-sub) = tag-word
                   ADD 1 TO tag-count(tag-sub)
               ELSE
                   PERFORM ADD-TAG-NAME
               END-IF
           ELSE
               PERFORM ADD-TAG-NAME
           END-IF.

       FIND-TAG-SLOT.
           IF tag-sub > tag-used
               SET tag-hit TO TRUE
           ELSE
               IF tag-name(tag-sub) >= tag-word
                   SET tag-hit TO TRUE
               ELSE
                   ADD 1 TO tag-sub
               END-IF
           END-IF.

       ADD-TAG-NAME.
           IF tag-used < 200
               PERFORM SHIFT-TAG-ENTRY
                   VARYING tag-sub2 FROM tag-used BY -1
                   UNTIL tag-sub2 < tag-sub
               MOVE tag-word TO tag-name(tag-sub)
               MOVE 1 TO tag-count(tag-sub)
               ADD 1 TO tag-used
           END-IF.

       SHIFT-TAG-ENTRY.
           MOVE tag-table-entry(tag-sub2)
               TO tag-table-entry(tag-sub2 + 1).

       SHOW-TAG-LISTING.

      *> The "tag=" page: the slice of tag-param's posts, the same
      *> rows and older/newer links a routed page's listing has.

           DISPLAY '<section id="tag-' FUNCTION TRIM(tag-param) '">'
           DISPLAY "<h2>Posts tagged " FUNCTION TRIM(tag-param)
               "</h2>"
           END-DISPLAY

           IF blog-paging
               MOVE SPACES TO blog-nav-param
               STRING "tag=" FUNCTION TRIM(tag-param)
                   DELIMITED BY SIZE INTO blog-nav-param
               END-STRING
               PERFORM SHOW-BLOG-LISTING
           ELSE
               DISPLAY "<p>No posts carry that tag.</p>"
           END-IF

           DISPLAY "</section>".

       SHOW-TAG-CLOUD.

      *> A TAG-CLOUD entry: every tag a live post carries, in name
      *> order, each linked to its listing and sized by how many
      *> posts carry it -- the busiest tag at twice the size of one
      *> carried by a single post.  The entry's value, when there
      *> is one, heads the cloud.

           DISPLAY '<div class="tag-cloud">'
           IF entry-value NOT = SPACES
               DISPLAY "<h3>" FUNCTION TRIM(entry-value) "</h3>"
           END-IF

           MOVE SPACES TO tag-param
           PERFORM WALK-BLOG-TAGS

           MOVE 0 TO tag-max-count
           PERFORM FIND-TAG-MAX
               VARYING tag-sub FROM 1 BY 1
               UNTIL tag-sub > tag-used

           IF tag-used = 0
               DISPLAY "<p>No tags yet.</p>"
           ELSE
               DISPLAY "<p>"
               PERFORM SHOW-TAG-CLOUD-ITEM
                   VARYING tag-sub FROM 1 BY 1
                   UNTIL tag-sub > tag-used
               DISPLAY "</p>"
           END-IF
           DISPLAY "</div>".

       FIND-TAG-MAX.
           IF tag-count(tag-sub) > tag-max-count
               MOVE tag-count(tag-sub) TO tag-max-count
           END-IF.

       SHOW-TAG-CLOUD-ITEM.
           IF tag-max-count > 1
               COMPUTE tag-weight = 100 +
                   (tag-count(tag-sub) - 1) * 100 / (tag-max-count - 1)
           ELSE
               MOVE 100 TO tag-weight
           END-IF
           MOVE tag-weight TO tag-weight-ed
           MOVE tag-count(tag-sub) TO tag-count-ed
           DISPLAY '<a href="?tag=' FUNCTION TRIM(tag-name(tag-sub))
               '" style="font-size:' FUNCTION TRIM(tag-weight-ed)
               '%">' FUNCTION TRIM(tag-name(tag-sub)) "</a> ("
               FUNCTION TRIM(tag-count-ed) ")"
           END-DISPLAY.

       SHOW-BLOG-LISTING.

      *> The routed page's slice of posts, newest first, each with

           IF blog-page-num > 1
               COMPUTE blog-page-ed = blog-page-num - 1
               DISPLAY '<a href="?' FUNCTION TRIM(blog-nav-param)
                   "&amp;blogpage=" FUNCTION TRIM(blog-page-ed)
                   '">&laquo; Newer posts</a> '
               END-DISPLAY

           IF blog-page-num < blog-page-total
               COMPUTE blog-page-ed = blog-page-num + 1
               DISPLAY '<a href="?' FUNCTION TRIM(blog-nav-param)
                   "&amp;blogpage=" FUNCTION TRIM(blog-page-ed)
                   '">Older posts &raquo;</a>'
               END-DISPLAY
                       FUNCTION TRIM(entry-value) "</p></div>"
                   END-DISPLAY

                   PERFORM SHOW-POST-TAGS
                   PERFORM SHOW-POST-REPLIES
                   PERFORM SHOW-POST-REPLY-FORM

               DISPLAY "<p>No such post.</p>"
           END-IF.

       SHOW-POST-TAGS.

      *> The post's tags under it, each linked to its listing.

           OPEN INPUT content-lookup-file
           IF content-lookup-status = "00"
               MOVE postlink-title TO entry-title-lk
               MOVE "BLOG-TAGS" TO entry-type-lk
               READ content-lookup-file
                   INVALID KEY CONTINUE
               END-READ
               IF content-lookup-status = "00" AND
                       entry-value-lk NOT = SPACES
                   MOVE entry-value-lk TO tag-walk-list
                   DISPLAY '<p class="post-tags">Tags:'
                   MOVE 1 TO tag-scan-ptr
                   PERFORM SHOW-POST-TAG-LINK
                       UNTIL tag-scan-ptr > 1024
                   DISPLAY "</p>"
               END-IF
               CLOSE content-lookup-file
           END-IF.

       SHOW-POST-TAG-LINK.
           MOVE SPACES TO tag-word
           UNSTRING tag-walk-list DELIMITED BY ALL SPACE
               INTO tag-word
               WITH POINTER tag-scan-ptr
           END-UNSTRING
           IF tag-word NOT = SPACES
               PERFORM CHECK-TAG-WORD
               IF tag-word-ok
                   DISPLAY '<a href="?tag=' FUNCTION TRIM(tag-word)
                       '">' FUNCTION TRIM(tag-word) "</a>"
                   END-DISPLAY
               END-IF
           END-IF.

       SHOW-POST-REPLIES.
           MOVE "N" TO end-of-post-reply-flag
           OPEN INPUT content-lookup-file
                       IF blog-paging AND
                               FUNCTION TRIM(entry-title) =
                                   FUNCTION TRIM(requested-page)
                           MOVE SPACES TO blog-nav-param
                           STRING "page=" FUNCTION TRIM(requested-page)
                               DELIMITED BY SIZE INTO blog-nav-param
                           END-STRING
                           PERFORM SHOW-BLOG-LISTING
                       END-IF
                   WHEN "HEADING-ONE"
               WHEN "UNORDERED-LIST"
                   DISPLAY "<ul>" FUNCTION TRIM(entry-value) "</ul>"
                       END-DISPLAY
               WHEN "TAG-CLOUD"
                   PERFORM SHOW-TAG-CLOUD
               WHEN "AJAX-WIDGET"
                   DISPLAY '<div id="' FUNCTION TRIM(entry-title)
                       '">' FUNCTION TRIM(entry-value) "</div>"
