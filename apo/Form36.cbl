           set radTextBox1::Text to report
       end method.

      *> Queues the recall messages through ReminderQueue, the same
      *> path the nightly run takes.
       method-id radButton2_Click final private.
       local-storage section.
       01 queued type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.ReminderQueue::QueueRecalls returning queued
           invoke type System.Windows.Forms.MessageBox::Show(
                 queued::ToString() & " mensaje(s) de recaptacion en cola."
                 "Recaptar clientes")
