      *> File: glqueue.cbl
      *>
      *> Names and queues a GL extract for GL-POST, so a subsystem
      *> that writes a batch every run puts it on GLBatches.ctl
      *> itself instead of waiting on someone to add the name.
      *>    CALL "glQueueBatch" USING <mode x>
      *>                              <name x(100)>
      *>                              <run date 9(8)>
      *> Mode N - the name comes in as a prefix (say
      *> Fruit-post-glext) and goes back as the first
      *> <prefix>.<run date>.<nn>.txt, nn from 01, that is neither
      *> waiting on GLBatches.ctl nor retired to GLBatches-done.txt,
      *> so a second run on one day never overwrites a batch that has
      *> not posted or re-uses one that has. Spaces come back when
      *> all 99 are taken.
      *> Mode Q - the name, written and proved by the caller, is
      *> added to the end of GLBatches.ctl.

       identification division.
       program-id. glQueueBatch.

       environment division.
       input-output section.
       file-control.
           select optional GlqCtlFile assign to "GLBatches.ctl"
             organization is line sequential
             file status is xGlqCtlStatus.
           select optional GlqDoneFile assign to "GLBatches-done.txt"
             organization is line sequential
             file status is xGlqDoneStatus.

       data division.
       file section.
       fd  GlqCtlFile. *> one extract file name per line
       01  xGlqCtlRecord               pic x(100).

       fd  GlqDoneFile. *> GL-POST's retired names, verdict after
       01  xGlqDoneRecord              pic x(120).

       working-storage section.
       77  xGlqCtlStatus               pic xx.
       77  xGlqDoneStatus              pic xx.
       77  xGlqEOF                     pic x       value 'n'.
       77  xGlqPrefix                  pic x(60).
       77  xGlqTryName                 pic x(100).
       77  xGlqDoneName                pic x(100).
       77  xGlqTaken                   pic x       value 'n'.
       77  nGlqSeq                     pic 99      value 0.

       linkage section.
       01  xGlqMode                    pic x.
       01  xGlqName                    pic x(100).
       01  nGlqDate                    pic 9(8).

       procedure division using xGlqMode xGlqName nGlqDate.
           if xGlqMode = 'Q'
              open extend GlqCtlFile
              if xGlqCtlStatus not = "00"
                 open output GlqCtlFile
              end-if
              move xGlqName to xGlqCtlRecord
              write xGlqCtlRecord
              close GlqCtlFile
           else
              move spaces to xGlqPrefix
              unstring xGlqName delimited by space into xGlqPrefix
              end-unstring
              move spaces to xGlqName
              move 'y' to xGlqTaken
              move 0 to nGlqSeq
              perform until xGlqTaken = 'n' or nGlqSeq = 99
                 add 1 to nGlqSeq
                 move spaces to xGlqTryName
                 string xGlqPrefix delimited by space
                    '.' delimited by size
                    nGlqDate delimited by size
                    '.' delimited by size
                    nGlqSeq delimited by size
                    '.txt' delimited by size
                    into xGlqTryName
                 end-string
                 move 'n' to xGlqTaken
                 perform 100-check-ctl
                 if xGlqTaken = 'n'
                    perform 200-check-done
                 end-if
              end-perform
              if xGlqTaken = 'n'
                 move xGlqTryName to xGlqName
              end-if
           end-if.
           goback.

       100-check-ctl.
           move 'n' to xGlqEOF.
           open input GlqCtlFile.
           if xGlqCtlStatus = "00"
              perform until xGlqEOF = 'y'
                 read GlqCtlFile
                    at end
                       move 'y' to xGlqEOF
                    not at end
                       if xGlqCtlRecord = xGlqTryName
                          move 'y' to xGlqTaken
                       end-if
                 end-read
              end-perform
           end-if.
           close GlqCtlFile.

       200-check-done.
           move 'n' to xGlqEOF.
           open input GlqDoneFile.
           if xGlqDoneStatus = "00"
              perform until xGlqEOF = 'y'
                 read GlqDoneFile
                    at end
                       move 'y' to xGlqEOF
                    not at end
                       move spaces to xGlqDoneName
                       unstring xGlqDoneRecord delimited by space
                          into xGlqDoneName
                       end-unstring
                       if xGlqDoneName = xGlqTryName
                          move 'y' to xGlqTaken
                       end-if
                 end-read
              end-perform
           end-if.
           close GlqDoneFile.
