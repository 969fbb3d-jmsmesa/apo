       class-id apo.Form53 is partial
                 inherits type System.Windows.Forms.Form.

      *> Survey results screen for Form1's "Encuestas" button: the
      *> month's satisfaction report (SurveyReport) and the list of
      *> low scores answered in the last week, for the manager's
      *> call-backs.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Form53_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today
           invoke type apo.SurveyReport::RecentLowScores returning radTextBox1::Text
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.SurveyReport::Build(radDateTimePicker1::Value::Year
                 radDateTimePicker1::Value::Month)
              returning radTextBox1::Text
       end method.

       method-id radButton2_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.SurveyReport::RecentLowScores returning radTextBox1::Text
       end method.

       end class.
