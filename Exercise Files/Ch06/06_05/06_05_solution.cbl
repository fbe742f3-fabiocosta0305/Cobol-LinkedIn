           FILE STATUS IS WS-CAT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    PENDING-CHANGE QUEUE. A CHANGE TO A TOPIC WHOSE CATEGORY IS
      *    FLAGGED FOR APPROVAL ON WIKICAT.DAT IS NOT APPLIED HERE; IT
      *    IS QUEUED WITH THE PROPOSER'S ID AND BEFORE/AFTER IMAGES
      *    FOR WIKIREVIEW TO APPROVE OR REJECT.
       SELECT WIKIPENDING ASSIGN TO "WIKIPEND.DAT"
           FILE STATUS IS WS-PEND-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *    SEE-ALSO LINKS: ONE RECORD PER FROM-ID, TO-ID PAIR WITH A
      *    LINK TYPE. LINKS POINT AT WIKI IDS, NOT TOPIC NAMES, SO A
      *    RENAMED TOPIC KEEPS ITS LINKS. THE ALTERNATE KEY ON THE
      *    TO-ID FINDS EVERY TOPIC POINTING AT A GIVEN TOPIC.
       SELECT WIKILINKS ASSIGN TO "WIKILINK.DAT"
           FILE STATUS IS WS-LINK-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LNK-KEY
           ALTERNATE RECORD KEY IS LNK-TO-ID
              WITH DUPLICATES.


       DATA DIVISION.
       FILE SECTION.
              10 JRN-AFT-COMMENT    PIC X(100).
              10 JRN-AFT-CATEGORY   PIC X(10).

      *    ONE LINE PER VALID CATEGORY: CODE, DESCRIPTION AND AN
      *    APPROVAL FLAG - 'Y' SENDS CHANGES IN THE CATEGORY THROUGH
      *    REVIEW, ANYTHING ELSE (BLANK ON OLDER LISTS) EDITS DIRECT.
       FD WIKICATEGORIES.
       01 WIKICATEGORY-RECORD.
           05 CAT-CODE              PIC X(10).
           05 CAT-DESCRIPTION       PIC X(30).
           05 CAT-APPROVAL-FLAG     PIC X(1).

      *    STATUS IS 'P' PENDING, 'A' APPROVED OR 'R' REJECTED; THE
      *    IMAGES ARE LAID OUT AS ON THE JOURNAL.
       FD WIKIPENDING.
       01 WIKIPENDING-RECORD.
           05 PND-ACTION            PIC X(1).
           05 PND-PROPOSER          PIC X(8).
           05 PND-DATE              PIC 9(8).
           05 PND-TIME              PIC 9(8).
           05 PND-STATUS            PIC X(1).
           05 PND-REVIEWER          PIC X(8).
           05 PND-REVIEW-DATE       PIC 9(8).
           05 PND-NOTE              PIC X(40).
           05 PND-BEFORE            PIC X(168).
           05 PND-AFTER             PIC X(168).

       FD WIKILINKS.
       01 WIKILINK-RECORD.
           05 LNK-KEY.
              10 LNK-FROM-ID        PIC 9(8).
              10 LNK-TO-ID          PIC 9(8).
           05 LNK-TYPE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05  WS-CAT-TABLE OCCURS 100 TIMES.
               10 WS-CAT-CODE       PIC X(10).
               10 WS-CAT-DESC       PIC X(30).
               10 WS-CAT-APPROVAL   PIC X(1).

      *    REVIEW ROUTING. THE OPERATOR ID IS ONLY ASKED FOR THE FIRST
      *    TIME A CHANGE HAS TO BE QUEUED, SO LOOK-UPS AND DIRECT
      *    EDITS RUN AS THEY ALWAYS HAVE.
       01  WS-APPROVAL-AREAS.
           05  WS-PEND-STATUS       PIC X(2).
           05  WS-APPR-CATEGORY     PIC X(10).
           05  WS-APPROVAL-SW       PIC X(1) VALUE 'N'.
               88 WS-APPROVAL-NEEDED VALUE 'Y'.
           05  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  WS-PEND-SAVE-RECORD  PIC X(168).

      *    SEE-ALSO LINK WORK AREAS. THE NAMES OF LINKED TOPICS ARE
      *    READ FROM WIKIIDX.DAT, SO THE RECORD ON DISPLAY IS SAVED
      *    AROUND THOSE LOOKUPS AND PUT BACK AFTERWARDS. WITHOUT
      *    WIKILINK.DAT THE SESSION RUNS AS BEFORE, WITH NO LINKS.
       01  WS-LINK-AREAS.
           05  WS-LINK-STATUS       PIC X(2).
           05  WS-LINK-OPEN-SW      PIC X(1) VALUE 'N'.
               88 WS-LINK-OPEN      VALUE 'Y'.
           05  WS-LINK-SWITCH       PIC X(1) VALUE 'N'.
               88 WS-LINK-DONE      VALUE 'Y'.
           05  WS-LINK-ACTION       PIC X(1).
           05  WS-LINK-TOPIC-ID     PIC 9(8).
           05  WS-LINK-LOOKUP-ID    PIC 9(8).
           05  WS-LINK-FROM         PIC 9(8).
           05  WS-LINK-TO           PIC 9(8).
           05  WS-LINK-TYPE         PIC X(10).
               88 WS-LINK-TYPE-VALID VALUE 'SEE ALSO' 'RELATED'
                                           'PARENT' 'SUPERSEDES'.
           05  WS-LINK-NAME         PIC X(50).
           05  WS-LINK-NAME-SW      PIC X(1) VALUE 'N'.
               88 WS-LINK-NAME-FOUND VALUE 'Y'.
           05  WS-LINK-OUT-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-LINK-IN-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-LINK-DROP-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-LINK-SAVE-RECORD  PIC X(168).
           05  WS-LINK-SAVE-STATUS  PIC X(2).
           05  PRINTLINK.
               10  PRTLINKDIR       PIC X(9).
               10  PRTLINKTYPE      PIC X(10).
               10  PRTLINKCODE      PIC BB9(8).
               10  PRTLINKTOPIC     PIC BBX(50).

       01  WS-DELETE-AREAS.
           05  WS-DELETE-ANSWER     PIC X(1).

		   OPEN I-O WIKIFILE.
		   PERFORM 0150-LOAD-CATEGORIES.
		   PERFORM 0170-OPEN-LINKS.
		   DISPLAY "SELECT RECORD BY WIKI ID, ENTER 1".
		   DISPLAY "SELECT RECORD BY TOPIC, ENTER 2".
		   DISPLAY "ADD A NEW RECORD, ENTER 3".
		   DISPLAY "DELETE A RECORD, ENTER 7".
		   DISPLAY "SEARCH COMMENTS BY KEYWORD, ENTER 8".
		   DISPLAY "BROWSE TOPICS BY CATEGORY, ENTER 9".
		   DISPLAY "MAINTAIN SEE-ALSO LINKS, ENTER 0".

		   ACCEPT READTYPE.

			   PERFORM 0800-BROWSE-BY-CATEGORY
			END-IF

			IF READTYPE = 0
			   PERFORM 0900-MAINTAIN-LINKS
			END-IF

			IF WIKI-ID-KEY OR WIKI-TOPIC-KEY
			   IF RECORDFOUND
			      MOVE WIKI-ID-IDX TO PRTWIKICODE
			      MOVE WIKI-TOPIC-IDX TO PRTWIKITOPIC

			      DISPLAY PRINTRECORD
			      MOVE WIKI-ID-IDX TO WS-LINK-TOPIC-ID
			      PERFORM 0950-SHOW-LINKS
			   END-IF
			END-IF.

	   0100-END.

      *    ADDS A NEW TOPIC TO THE INDEXED FILE. THE CATEGORY IS
      *    VALIDATED AGAINST WIKICAT.DAT BEFORE ANYTHING IS WRITTEN,
      *    AND A CATEGORY NEEDING APPROVAL QUEUES THE ADD INSTEAD.
	   0200-ADD-RECORD.

		   DISPLAY "ENTER WIKI CODE KEY (8 DIGITS): "
		   ACCEPT WIKI-CATEGORY-IDX.

		   PERFORM 0850-VALIDATE-CATEGORY.
		   MOVE WIKI-CATEGORY-IDX TO WS-APPR-CATEGORY.
		   PERFORM 0860-CHECK-APPROVAL.
		   IF NOT WS-CAT-VALID
		       DISPLAY "CATEGORY NOT ON WIKICAT.DAT - ",
		           "ADD CANCELLED."
		   ELSE
		       IF WS-APPROVAL-NEEDED
		           PERFORM 0250-QUEUE-ADD
		       ELSE
		           WRITE WIKIRECORDIDX
		               INVALID KEY
		                   DISPLAY "ERROR ADDING RECORD - ",
		                       "STATUS: ", FILE-CHECK-KEY
		               NOT INVALID KEY
		                   DISPLAY "RECORD ADDED."
		                   MOVE 'A' TO WS-JRNL-ACTION
		                   MOVE SPACES TO WS-JRNL-BEFORE
		                   MOVE WIKI-ID-IDX TO WS-JA-ID
		                   MOVE WIKI-TOPIC-IDX TO WS-JA-TOPIC
		                   MOVE WIKI-COMMENT-IDX
		                       TO WS-JA-COMMENT
		                   MOVE WIKI-CATEGORY-IDX
		                       TO WS-JA-CATEGORY
		                   PERFORM 9100-WRITE-JOURNAL
		           END-WRITE
		       END-IF
		   END-IF.

      *    A QUEUED ADD IS REFUSED UP FRONT WHEN THE ID IS ALREADY
      *    TAKEN, RATHER THAN LEAVING THE REVIEWER A CHANGE THAT CAN
      *    NEVER BE APPLIED.
	   0250-QUEUE-ADD.

		   MOVE WIKIRECORDIDX TO WS-PEND-SAVE-RECORD.
		   READ WIKIFILE
		       KEY IS WIKI-ID-IDX
		       INVALID KEY
		           CONTINUE
		   END-READ.

		   IF RECORDFOUND
		       DISPLAY "WIKI ID ALREADY ON FILE - ",
		           "ADD CANCELLED."
		   ELSE
		       MOVE WS-PEND-SAVE-RECORD TO WIKIRECORDIDX
		       MOVE 'A' TO WS-JRNL-ACTION
		       MOVE SPACES TO WS-JRNL-BEFORE
		       MOVE WIKI-ID-IDX TO WS-JA-ID
		       MOVE WIKI-TOPIC-IDX TO WS-JA-TOPIC
		       MOVE WIKI-COMMENT-IDX TO WS-JA-COMMENT
		       MOVE WIKI-CATEGORY-IDX TO WS-JA-CATEGORY
		       PERFORM 9200-QUEUE-CHANGE
		   END-IF.

      *    LOOKS UP AN EXISTING RECORD BY WIKI ID AND REWRITES ITS
      *    TOPIC AND COMMENT. A MOVE INTO OR OUT OF A CATEGORY THAT
      *    NEEDS APPROVAL IS QUEUED, THE SAME AS AN EDIT WITHIN ONE.
	   0300-UPDATE-RECORD.

		   DISPLAY "ENTER WIKI CODE KEY OF RECORD TO UPDATE ",
		       ACCEPT WIKI-CATEGORY-IDX

		       PERFORM 0850-VALIDATE-CATEGORY
		       MOVE WS-JB-CATEGORY TO WS-APPR-CATEGORY
		       PERFORM 0860-CHECK-APPROVAL
		       IF NOT WS-APPROVAL-NEEDED
		           MOVE WIKI-CATEGORY-IDX TO WS-APPR-CATEGORY
		           PERFORM 0860-CHECK-APPROVAL
		       END-IF

		       MOVE 'U' TO WS-JRNL-ACTION
		       MOVE WIKI-ID-IDX TO WS-JA-ID
		       MOVE WIKI-TOPIC-IDX TO WS-JA-TOPIC
		       MOVE WIKI-COMMENT-IDX TO WS-JA-COMMENT
		       MOVE WIKI-CATEGORY-IDX TO WS-JA-CATEGORY

		       IF NOT WS-CAT-VALID
		           DISPLAY "CATEGORY NOT ON WIKICAT.DAT - ",
		               "UPDATE CANCELLED."
		       ELSE
		           IF WS-APPROVAL-NEEDED
		               PERFORM 9200-QUEUE-CHANGE
		           ELSE
		               REWRITE WIKIRECORDIDX
		                   INVALID KEY
		                       DISPLAY "ERROR UPDATING - ",
		                           FILE-CHECK-KEY
		                   NOT INVALID KEY
		                       DISPLAY "RECORD UPDATED."
		                       PERFORM 9100-WRITE-JOURNAL
		               END-REWRITE
		           END-IF
		       END-IF
		   END-IF.

		       MOVE WIKI-ID-IDX TO PRTWIKICODE
		       MOVE WIKI-TOPIC-IDX TO PRTWIKITOPIC
		       DISPLAY PRINTRECORD
		       MOVE WIKI-ID-IDX TO WS-LINK-TOPIC-ID
		       PERFORM 0950-SHOW-LINKS

		       IF WS-LINK-IN-COUNT > ZERO
		           DISPLAY "WARNING - ", WS-LINK-IN-COUNT,
		               " TOPIC(S) ABOVE LINK HERE AND WILL ",
		               "BE LEFT WITH A BROKEN LINK."
		       END-IF

		       DISPLAY "DELETE THIS RECORD (Y/N)? "
		           WITH NO ADVANCING
		           MOVE WIKI-TOPIC-IDX TO WS-JB-TOPIC
		           MOVE WIKI-COMMENT-IDX TO WS-JB-COMMENT
		           MOVE WIKI-CATEGORY-IDX TO WS-JB-CATEGORY
		           MOVE 'D' TO WS-JRNL-ACTION
		           MOVE SPACES TO WS-JRNL-AFTER

		           MOVE WIKI-CATEGORY-IDX TO WS-APPR-CATEGORY
		           PERFORM 0860-CHECK-APPROVAL
		           IF WS-APPROVAL-NEEDED
		               PERFORM 9200-QUEUE-CHANGE
		           ELSE
		               DELETE WIKIFILE
		                   INVALID KEY
		                       DISPLAY "ERROR DELETING - ",
		                           FILE-CHECK-KEY
		                   NOT INVALID KEY
		                       DISPLAY "RECORD DELETED."
		                       PERFORM 9100-WRITE-JOURNAL
		                       PERFORM 0940-DROP-OUTBOUND-LINKS
		               END-DELETE
		           END-IF
		       ELSE
		           DISPLAY "DELETE CANCELLED."
		       END-IF
		           "NOT VALIDATED THIS SESSION"
		   END-IF.

      *    A MISSING LINK FILE IS CREATED EMPTY, THE WAY THE JOURNAL
      *    IS CREATED ON FIRST USE.
	   0170-OPEN-LINKS.

		   OPEN I-O WIKILINKS.
		   IF WS-LINK-STATUS = "35"
		       OPEN OUTPUT WIKILINKS
		       CLOSE WIKILINKS
		       OPEN I-O WIKILINKS
		   END-IF.
		   IF WS-LINK-STATUS = "00"
		       SET WS-LINK-OPEN TO TRUE
		   ELSE
		       DISPLAY "WARNING - NO WIKILINK.DAT - ",
		           "STATUS: ", WS-LINK-STATUS
		   END-IF.

	   0160-READ-CATEGORY.

		   READ WIKICATEGORIES
		           MOVE CAT-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
		           MOVE CAT-DESCRIPTION
		               TO WS-CAT-DESC(WS-CAT-COUNT)
		           MOVE CAT-APPROVAL-FLAG
		               TO WS-CAT-APPROVAL(WS-CAT-COUNT)
		   END-READ.

      *    WITH NO REFERENCE LIST LOADED EVERY CATEGORY PASSES;
		       END-PERFORM
		   END-IF.

      *    SETS WS-APPROVAL-NEEDED WHEN WS-APPR-CATEGORY IS FLAGGED
      *    'Y' ON WIKICAT.DAT. WITH NO LIST LOADED NOTHING IS HELD.
	   0860-CHECK-APPROVAL.

		   MOVE 'N' TO WS-APPROVAL-SW.
		   PERFORM VARYING WS-CAT-SUBIDX FROM 1 BY 1
		       UNTIL WS-CAT-SUBIDX > WS-CAT-COUNT
		       IF WS-CAT-CODE(WS-CAT-SUBIDX) = WS-APPR-CATEGORY
		           IF WS-CAT-APPROVAL(WS-CAT-SUBIDX) = 'Y'
		               SET WS-APPROVAL-NEEDED TO TRUE
		           END-IF
		           MOVE 101 TO WS-CAT-SUBIDX
		       END-IF
		   END-PERFORM.

      *    WALKS THE WHOLE FILE IN ID ORDER AND LISTS EVERY TOPIC IN
      *    THE CHOSEN CATEGORY, THE WAY THE PREFIX BROWSE WALKS
      *    WIKI-TOPIC-IDX.
		       END-IF
		   END-IF.

      *    LINK MAINTENANCE: ADD A LINK BETWEEN TWO TOPICS ON FILE,
      *    REMOVE ONE, OR LIST EVERY LINK INTO AND OUT OF A TOPIC.
	   0900-MAINTAIN-LINKS.

		   IF NOT WS-LINK-OPEN
		       DISPLAY "WIKILINK.DAT NOT AVAILABLE - ",
		           "LINKS CANNOT BE MAINTAINED."
		   ELSE
		       DISPLAY "ADD A LINK, ENTER A"
		       DISPLAY "REMOVE A LINK, ENTER R"
		       DISPLAY "LIST A TOPIC'S LINKS, ENTER L"
		       MOVE SPACE TO WS-LINK-ACTION
		       ACCEPT WS-LINK-ACTION
		       EVALUATE WS-LINK-ACTION
		           WHEN 'A'
		           WHEN 'a'
		               PERFORM 0910-ADD-LINK
		                   THRU 0919-ADD-LINK-EXIT
		           WHEN 'R'
		           WHEN 'r'
		               PERFORM 0920-REMOVE-LINK
		           WHEN 'L'
		           WHEN 'l'
		               DISPLAY "ENTER WIKI CODE KEY: "
		                   WITH NO ADVANCING
		               ACCEPT WS-LINK-TOPIC-ID
		               MOVE WS-LINK-TOPIC-ID
		                   TO WS-LINK-LOOKUP-ID
		               PERFORM 0960-LOOKUP-TOPIC
		               IF WS-LINK-NAME-FOUND
		                   MOVE WS-LINK-TOPIC-ID TO PRTWIKICODE
		                   MOVE WS-LINK-NAME TO PRTWIKITOPIC
		                   DISPLAY PRINTRECORD
		               ELSE
		                   DISPLAY "TOPIC NOT ON FILE - ",
		                       "ANY LINKS SHOWN ARE BROKEN."
		               END-IF
		               PERFORM 0950-SHOW-LINKS
		           WHEN OTHER
		               DISPLAY "NO LINK ACTION TAKEN."
		       END-EVALUATE
		   END-IF.

      *    BOTH ENDS MUST BE ON WIKIIDX.DAT AND THE TYPE MUST BE ONE
      *    OF THE KNOWN LINK TYPES; A BLANK TYPE IS A PLAIN SEE ALSO.
	   0910-ADD-LINK.

		   DISPLAY "ENTER FROM WIKI CODE KEY (8 DIGITS): "
		       WITH NO ADVANCING.
		   ACCEPT WS-LINK-FROM.
		   DISPLAY "ENTER TO WIKI CODE KEY (8 DIGITS): "
		       WITH NO ADVANCING.
		   ACCEPT WS-LINK-TO.
		   DISPLAY "ENTER LINK TYPE (SEE ALSO, RELATED, ",
		       "PARENT, SUPERSEDES): " WITH NO ADVANCING.
		   MOVE SPACES TO WS-LINK-TYPE.
		   ACCEPT WS-LINK-TYPE.
		   IF WS-LINK-TYPE = SPACES
		       MOVE 'SEE ALSO' TO WS-LINK-TYPE
		   END-IF.

		   IF WS-LINK-FROM = WS-LINK-TO
		       DISPLAY "A TOPIC CANNOT LINK TO ITSELF - ",
		           "ADD CANCELLED."
		       GO TO 0919-ADD-LINK-EXIT
		   END-IF.

		   IF NOT WS-LINK-TYPE-VALID
		       DISPLAY "UNKNOWN LINK TYPE - ADD CANCELLED."
		       GO TO 0919-ADD-LINK-EXIT
		   END-IF.

		   MOVE WS-LINK-FROM TO WS-LINK-LOOKUP-ID.
		   PERFORM 0960-LOOKUP-TOPIC.
		   IF NOT WS-LINK-NAME-FOUND
		       DISPLAY "FROM TOPIC NOT ON FILE - ADD CANCELLED."
		       GO TO 0919-ADD-LINK-EXIT
		   END-IF.

		   MOVE WS-LINK-TO TO WS-LINK-LOOKUP-ID.
		   PERFORM 0960-LOOKUP-TOPIC.
		   IF NOT WS-LINK-NAME-FOUND
		       DISPLAY "TO TOPIC NOT ON FILE - ADD CANCELLED."
		       GO TO 0919-ADD-LINK-EXIT
		   END-IF.

		   MOVE WS-LINK-FROM TO LNK-FROM-ID.
		   MOVE WS-LINK-TO TO LNK-TO-ID.
		   MOVE WS-LINK-TYPE TO LNK-TYPE.
		   WRITE WIKILINK-RECORD
		       INVALID KEY
		           DISPLAY "LINK ALREADY ON FILE - STATUS: ",
		               WS-LINK-STATUS
		       NOT INVALID KEY
		           DISPLAY "LINK ADDED."
		   END-WRITE.

	   0919-ADD-LINK-EXIT.
		   EXIT.

	   0920-REMOVE-LINK.

		   DISPLAY "ENTER FROM WIKI CODE KEY (8 DIGITS): "
		       WITH NO ADVANCING.
		   ACCEPT LNK-FROM-ID.
		   DISPLAY "ENTER TO WIKI CODE KEY (8 DIGITS): "
		       WITH NO ADVANCING.
		   ACCEPT LNK-TO-ID.

		   DELETE WIKILINKS
		       INVALID KEY
		           DISPLAY "LINK NOT ON FILE - STATUS: ",
		               WS-LINK-STATUS
		       NOT INVALID KEY
		           DISPLAY "LINK REMOVED."
		   END-DELETE.

      *    A DELETED TOPIC'S OWN OUTBOUND LINKS GO WITH IT. LINKS FROM
      *    OTHER TOPICS INTO IT ARE LEFT FOR THEIR OWNERS TO REPOINT;
      *    THE INTEGRITY CHECK (WIKILINKCHK) LISTS THEM AS DANGLING.
	   0940-DROP-OUTBOUND-LINKS.

		   IF WS-LINK-OPEN
		       MOVE ZERO TO WS-LINK-DROP-COUNT
		       MOVE 'N' TO WS-LINK-SWITCH
		       PERFORM 0942-DROP-NEXT-LINK UNTIL WS-LINK-DONE
		       IF WS-LINK-DROP-COUNT > ZERO
		           DISPLAY "LINKS FROM THIS TOPIC REMOVED: ",
		               WS-LINK-DROP-COUNT
		       END-IF
		   END-IF.

      *    REPOSITIONS FOR EVERY LINK, SO EACH DELETE STARTS FROM A
      *    FRESH START RATHER THAN A READ POSITION IT HAS JUST MOVED.
	   0942-DROP-NEXT-LINK.

		   MOVE WS-LINK-TOPIC-ID TO LNK-FROM-ID.
		   MOVE ZERO TO LNK-TO-ID.
		   START WIKILINKS KEY IS NOT LESS THAN LNK-KEY
		       INVALID KEY
		           MOVE 'Y' TO WS-LINK-SWITCH
		   END-START.

		   IF NOT WS-LINK-DONE
		       READ WIKILINKS NEXT RECORD
		           AT END MOVE 'Y' TO WS-LINK-SWITCH
		       END-READ
		   END-IF.

		   IF NOT WS-LINK-DONE
		       IF LNK-FROM-ID = WS-LINK-TOPIC-ID
		           DELETE WIKILINKS
		               INVALID KEY
		                   DISPLAY "ERROR REMOVING LINK - ",
		                       WS-LINK-STATUS
		                   MOVE 'Y' TO WS-LINK-SWITCH
		               NOT INVALID KEY
		                   ADD 1 TO WS-LINK-DROP-COUNT
		           END-DELETE
		       ELSE
		           MOVE 'Y' TO WS-LINK-SWITCH
		       END-IF
		   END-IF.

      *    LISTS THE "SEE ALSO" TOPICS OF WS-LINK-TOPIC-ID: FIRST THE
      *    TOPICS IT POINTS TO, THEN THE TOPICS POINTING AT IT. THE
      *    CALLER'S WIKIIDX.DAT RECORD AND STATUS ARE PUT BACK.
	   0950-SHOW-LINKS.

		   MOVE ZERO TO WS-LINK-OUT-COUNT.
		   MOVE ZERO TO WS-LINK-IN-COUNT.

		   IF WS-LINK-OPEN
		       MOVE WIKIRECORDIDX TO WS-LINK-SAVE-RECORD
		       MOVE FILE-CHECK-KEY TO WS-LINK-SAVE-STATUS

		       MOVE WS-LINK-TOPIC-ID TO LNK-FROM-ID
		       MOVE ZERO TO LNK-TO-ID
		       MOVE 'N' TO WS-LINK-SWITCH
		       START WIKILINKS KEY IS NOT LESS THAN LNK-KEY
		           INVALID KEY
		               MOVE 'Y' TO WS-LINK-SWITCH
		       END-START
		       PERFORM 0952-SHOW-NEXT-OUTBOUND
		           UNTIL WS-LINK-DONE

		       MOVE WS-LINK-TOPIC-ID TO LNK-TO-ID
		       MOVE 'N' TO WS-LINK-SWITCH
		       START WIKILINKS KEY IS EQUAL TO LNK-TO-ID
		           INVALID KEY
		               MOVE 'Y' TO WS-LINK-SWITCH
		       END-START
		       PERFORM 0956-SHOW-NEXT-INBOUND
		           UNTIL WS-LINK-DONE

		       IF WS-LINK-OUT-COUNT = ZERO
		           AND WS-LINK-IN-COUNT = ZERO
		           DISPLAY "    NO SEE-ALSO LINKS."
		       END-IF

		       MOVE WS-LINK-SAVE-RECORD TO WIKIRECORDIDX
		       MOVE WS-LINK-SAVE-STATUS TO FILE-CHECK-KEY
		   END-IF.

	   0952-SHOW-NEXT-OUTBOUND.

		   READ WIKILINKS NEXT RECORD
		       AT END MOVE 'Y' TO WS-LINK-SWITCH
		   END-READ.

		   IF NOT WS-LINK-DONE
		       IF LNK-FROM-ID = WS-LINK-TOPIC-ID
		           ADD 1 TO WS-LINK-OUT-COUNT
		           MOVE LNK-TO-ID TO WS-LINK-LOOKUP-ID
		           MOVE "SEE ALSO " TO PRTLINKDIR
		           PERFORM 0958-DISPLAY-LINK
		       ELSE
		           MOVE 'Y' TO WS-LINK-SWITCH
		       END-IF
		   END-IF.

	   0956-SHOW-NEXT-INBOUND.

		   READ WIKILINKS NEXT RECORD
		       AT END MOVE 'Y' TO WS-LINK-SWITCH
		   END-READ.

		   IF NOT WS-LINK-DONE
		       IF LNK-TO-ID = WS-LINK-TOPIC-ID
		           ADD 1 TO WS-LINK-IN-COUNT
		           MOVE LNK-FROM-ID TO WS-LINK-LOOKUP-ID
		           MOVE "LINKED BY" TO PRTLINKDIR
		           PERFORM 0958-DISPLAY-LINK
		       ELSE
		           MOVE 'Y' TO WS-LINK-SWITCH
		       END-IF
		   END-IF.

	   0958-DISPLAY-LINK.

		   MOVE LNK-TYPE TO PRTLINKTYPE.
		   PERFORM 0960-LOOKUP-TOPIC.
		   MOVE WS-LINK-LOOKUP-ID TO PRTLINKCODE.
		   MOVE WS-LINK-NAME TO PRTLINKTOPIC.
		   DISPLAY "    ", PRINTLINK.

      *    READS A TOPIC NAME BY WIKI ID FOR THE LINK DISPLAYS. A
      *    LINK WHOSE OTHER END IS GONE SHOWS AS BROKEN.
	   0960-LOOKUP-TOPIC.

		   MOVE WS-LINK-LOOKUP-ID TO WIKI-ID-IDX.
		   READ WIKIFILE
		       KEY IS WIKI-ID-IDX
		       INVALID KEY
		           MOVE 'N' TO WS-LINK-NAME-SW
		           MOVE "** BROKEN LINK - TOPIC NOT ON FILE **"
		               TO WS-LINK-NAME
		       NOT INVALID KEY
		           MOVE 'Y' TO WS-LINK-NAME-SW
		           MOVE WIKI-TOPIC-IDX TO WS-LINK-NAME
		   END-READ.

      *    APPENDS ONE TIMESTAMPED BEFORE/AFTER ROW PER CHANGE. A
      *    MISSING JOURNAL FILE IS CREATED ON FIRST USE.
	   9100-WRITE-JOURNAL.
		       CLOSE WIKIJOURNAL
		   END-IF.

      *    APPENDS THE CHANGE IN WS-JRNL-ACTION/BEFORE/AFTER TO THE
      *    PENDING QUEUE. WIKIIDX.DAT AND THE JOURNAL ARE LEFT ALONE
      *    UNTIL A REVIEWER APPROVES IT.
	   9200-QUEUE-CHANGE.

		   PERFORM 9210-ACCEPT-OPERATOR-ID
		       UNTIL WS-OPERATOR-ID NOT = SPACES.

		   ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
		   ACCEPT WS-JRNL-TIME FROM TIME.

		   OPEN EXTEND WIKIPENDING.
		   IF WS-PEND-STATUS = "35"
		       OPEN OUTPUT WIKIPENDING
		   END-IF.
		   IF WS-PEND-STATUS NOT = "00"
		       DISPLAY "ERROR OPENING WIKIPEND.DAT - STATUS: ",
		           WS-PEND-STATUS, " - CHANGE NOT MADE."
		   ELSE
		       MOVE WS-JRNL-ACTION TO PND-ACTION
		       MOVE WS-OPERATOR-ID TO PND-PROPOSER
		       MOVE WS-JRNL-DATE TO PND-DATE
		       MOVE WS-JRNL-TIME TO PND-TIME
		       MOVE 'P' TO PND-STATUS
		       MOVE SPACES TO PND-REVIEWER
		       MOVE ZERO TO PND-REVIEW-DATE
		       MOVE SPACES TO PND-NOTE
		       MOVE WS-JRNL-BEFORE TO PND-BEFORE
		       MOVE WS-JRNL-AFTER TO PND-AFTER
		       WRITE WIKIPENDING-RECORD
		       CLOSE WIKIPENDING
		       DISPLAY "CATEGORY REQUIRES APPROVAL - CHANGE ",
		           "QUEUED FOR REVIEW."
		   END-IF.

	   9210-ACCEPT-OPERATOR-ID.

		   DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
		   ACCEPT WS-OPERATOR-ID.

	   9000-END-PROGRAM.
           CLOSE WIKIFILE.
           IF WS-LINK-OPEN
               CLOSE WIKILINKS
           END-IF.

           STOP RUN.
           
