      *> Positioning index for randrec.cpy data files, so a reader can
      *> start at a given rr-sample-index without reading every
      *> record in front of it -- randdraw.cbl opening a consumer
      *> whose cursor sits near the end of a 50M-sample stream used
      *> to spend minutes of batch window skipping records one READ
      *> at a time.  The data file itself stays SEQUENTIAL (every
      *> existing reader and writer depends on that); alongside it
      *> sits a companion indexed copy, <datafile>.rix, keyed on
      *> rr-sample-index, built once the data file is complete by
      *> genrand.cbl, fortrand.cbl, randasm.cbl, randimp.cbl and
      *> randunp.cbl.  Readers fall back to the sequential skip
      *> whenever there is no companion, so files written before the
      *> index existed keep working unchanged.
      *> Deliberately NOT INITIAL: the companion stays open between
      *> calls, so a reader brackets its work with OPEN-IN and CLOSE,
      *> the same discipline as randcatio.cbl.  No lock is taken --
      *> the companion is written only by the job that wrote the data
      *> file, before anything can read either.
      *>
      *> Actions (ia-action), ia-datafile always naming the DATA file:
      *>   BUILD    (re)build <datafile>.rix from the data file; a
      *>            partial companion is removed on failure
      *>   OPEN-IN  open the companion read-only and check it still
      *>            describes the data file
      *>   START    position so the next NEXT returns the first record
      *>            whose sample index is not less than the caller's
      *>            rr-sample-index (no record is returned)
      *>   NEXT     return the following record ("10" at end)
      *>   CLOSE    close the companion
      *> ia-status is the raw file status of the operation -- "00" is
      *> success, "35" no companion (or no data file, on BUILD), "23"
      *> on START past the last sample, "10" end of file, "22" on
      *> BUILD when the data file repeats a sample index -- or "IS"
      *> when OPEN-IN finds a companion that doesn't match its data
      *> file's first record (the data file was rewritten under the
      *> same name after the index was built); callers treat "IS"
      *> like "35" and read the data file sequentially.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randidxio.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT data-file ASSIGN TO DYNAMIC ws-datafile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-data-status.
           SELECT index-file ASSIGN TO DYNAMIC ws-rixfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rx-sample-index
               FILE STATUS IS ws-rix-status.

       DATA DIVISION.
           FILE SECTION.
           FD  data-file.
           01 data-record.
               COPY "randrec.cpy".

           FD  index-file.
           01 index-record.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==rx==.

           WORKING-STORAGE SECTION.
           01 ws-datafile             PIC X(100).
           01 ws-data-status          PIC XX.
           01 ws-rixfile              PIC X(104).
           01 ws-rix-status           PIC XX.
           01 ws-eof                  PIC X.
              88 end-of-data          VALUE "Y".
           01 ws-first-record.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==fr==.
           01 ws-cmd                  PIC X(250).
      *> CALL "SYSTEM" resets the shared RETURN-CODE register --
      *> saved and restored so the caller's own exit code survives
      *> the clean-up of a failed build (as in randdraw.cbl).
           01 ws-caller-rc            USAGE IS BINARY-LONG.

           LINKAGE SECTION.
           01 ia-action               PIC X(8).
           01 ia-datafile             PIC X(100).
           01 ia-record.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==lkrr==.
           01 ia-status               PIC XX.

       PROCEDURE DIVISION USING ia-action ia-datafile ia-record
               ia-status.

       main-logic.
           EVALUATE ia-action
               WHEN "BUILD"
                   PERFORM build-index
               WHEN "OPEN-IN"
                   PERFORM open-index-in
               WHEN "START"
                   PERFORM start-index
               WHEN "NEXT"
                   PERFORM next-index-record
               WHEN "CLOSE"
                   CLOSE index-file
               WHEN OTHER
                   MOVE "99" TO ws-rix-status
           END-EVALUATE
           MOVE ws-rix-status TO ia-status
           GOBACK.

       set-file-names.
           MOVE ia-datafile TO ws-datafile
           MOVE SPACES TO ws-rixfile
           STRING FUNCTION TRIM(ia-datafile) DELIMITED BY SIZE
               ".rix" DELIMITED BY SIZE
               INTO ws-rixfile
           END-STRING.

      *> One pass over the data file, each record written under its
      *> own sample index.  A repeated index (a badly spliced resume
      *> -- randverify.cbl's territory) stops the build: an index
      *> that silently kept one of two records would position a
      *> reader on data the sequential file doesn't agree with.
       build-index.
           PERFORM set-file-names
           OPEN INPUT data-file
           IF ws-data-status NOT = "00"
               MOVE ws-data-status TO ws-rix-status
           ELSE
               OPEN OUTPUT index-file
               IF ws-rix-status NOT = "00"
                   CLOSE data-file
               ELSE
                   PERFORM load-index
               END-IF
           END-IF.

       load-index.
           MOVE "N" TO ws-eof
           PERFORM read-data-record
           PERFORM UNTIL end-of-data
               MOVE data-record TO index-record
               WRITE index-record
                   INVALID KEY SET end-of-data TO TRUE
               END-WRITE
               IF NOT end-of-data
                   PERFORM read-data-record
               END-IF
           END-PERFORM
           CLOSE data-file

           IF ws-rix-status = "00"
               CLOSE index-file
           ELSE
               MOVE ws-rix-status TO ia-status
               CLOSE index-file
               PERFORM remove-index
               MOVE ia-status TO ws-rix-status
           END-IF.

       read-data-record.
           READ data-file
               AT END SET end-of-data TO TRUE
           END-READ.

      *> rm -f via CALL "SYSTEM", the same shell-out convention as
      *> randunp.cbl; the trailing wildcard also takes any files the
      *> ISAM handler keeps beside the companion's own name.
       remove-index.
           MOVE RETURN-CODE TO ws-caller-rc
           MOVE SPACES TO ws-cmd
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(ws-rixfile) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               INTO ws-cmd
           END-STRING
           CALL "SYSTEM" USING ws-cmd END-CALL
           MOVE ws-caller-rc TO RETURN-CODE.

      *> The companion is trusted only while the data file's first
      *> record is still the record the companion holds under that
      *> sample index -- a regenerated or re-imported file under the
      *> same name (the default OUTFILEs alias easily) starts with a
      *> different run-id or value.
       open-index-in.
           PERFORM set-file-names
           OPEN INPUT index-file
           IF ws-rix-status = "00"
               OPEN INPUT data-file
               IF ws-data-status NOT = "00"
                   CLOSE index-file
                   MOVE "IS" TO ws-rix-status
               ELSE
                   MOVE "N" TO ws-eof
                   PERFORM read-data-record
                   CLOSE data-file
                   IF end-of-data
                       CLOSE index-file
                       MOVE "IS" TO ws-rix-status
                   ELSE
                       PERFORM check-index-current
                   END-IF
               END-IF
           END-IF.

       check-index-current.
           MOVE data-record TO ws-first-record
           MOVE rr-sample-index TO rx-sample-index
           READ index-file
               KEY IS rx-sample-index
               INVALID KEY CONTINUE
           END-READ
           IF ws-rix-status NOT = "00"
               OR index-record NOT = ws-first-record
               CLOSE index-file
               MOVE "IS" TO ws-rix-status
           END-IF.

       start-index.
           MOVE lkrr-sample-index TO rx-sample-index
           START index-file KEY IS NOT LESS THAN rx-sample-index
               INVALID KEY CONTINUE
           END-START.

       next-index-record.
           READ index-file NEXT
               AT END CONTINUE
               NOT AT END MOVE index-record TO ia-record
           END-READ.
