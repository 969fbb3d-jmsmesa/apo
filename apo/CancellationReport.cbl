           end-perform
           invoke report::AppendLine("")

           invoke report::AppendLine("Cargos aplicados (cobrados o a cuenta): "
              & feeTotal::ToString("0.00"))
           invoke report::ToString() returning result
           goback.
       end method.
