      *> verifies), the directory the far end collects it from, the
      *> cutoff time ("HH:mm") it must be there by, and the producing
      *> job whose SUCCESS (with control totals verified) releases
      *> it - and, when the far end answers, where its acknowledgement
      *> lands (directory and file pattern), the time ("HH:mm") it
      *> must be back by, the copybook laying the acknowledgement's
      *> records out and the fields in it carrying the accepted and
      *> rejected record counts. No acknowledgement directory means
      *> none is expected. As read and written by OutboundWatcher.
       class-id FormsCobol.OutboundFeed.

       working-storage section.
       01 DestinationDir type System.String.
       01 Cutoff         type System.String.
       01 ProducingJob   type System.String.
       01 AckDir         type System.String.
       01 AckPattern     type System.String.
       01 AckDeadline    type System.String.
       01 AckCopybook    type System.String.
       01 AcceptedField  type System.String.
       01 RejectedField  type System.String.

       method-id NEW.
       procedure division using by value aFeedName
                            aSourcePath as type System.String
                            aDestinationDir as type System.String
                            aCutoff as type System.String
                            aProducingJob as type System.String
                            aAckDir as type System.String
                            aAckPattern as type System.String
                            aAckDeadline as type System.String
                            aAckCopybook as type System.String
                            aAcceptedField as type System.String
                            aRejectedField as type System.String.
           set FeedName to aFeedName
           set SourcePath to aSourcePath
           set DestinationDir to aDestinationDir
           set Cutoff to aCutoff
           set ProducingJob to aProducingJob
           set AckDir to aAckDir
           set AckPattern to aAckPattern
           set AckDeadline to aAckDeadline
           set AckCopybook to aAckCopybook
           set AcceptedField to aAcceptedField
           set RejectedField to aRejectedField
           goback.
       end method.

           goback.
       end method.

       method-id GetAckDir.
       procedure division returning result as type System.String.
           set result to AckDir
           goback.
       end method.

       method-id GetAckPattern.
       procedure division returning result as type System.String.
           set result to AckPattern
           goback.
       end method.

       method-id GetAckDeadline.
       procedure division returning result as type System.String.
           set result to AckDeadline
           goback.
       end method.

       method-id GetAckCopybook.
       procedure division returning result as type System.String.
           set result to AckCopybook
           goback.
       end method.

       method-id GetAcceptedField.
       procedure division returning result as type System.String.
           set result to AcceptedField
           goback.
       end method.

       method-id GetRejectedField.
       procedure division returning result as type System.String.
           set result to RejectedField
           goback.
       end method.

      *> True when the far end answers this feed's deliveries with an
      *> acknowledgement the console is to wait for.
       method-id ExpectsAck.
       procedure division returning result as condition-value.
           set result to AckDir::Length > 0
           goback.
       end method.

       end class.
