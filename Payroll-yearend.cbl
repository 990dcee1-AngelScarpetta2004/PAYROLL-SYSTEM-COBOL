           DISPLAY "Nombre:           " YE-EMPLOYEE-NAME
           DISPLAY "Periodos pagados: " YE-PAY-PERIODS
           DISPLAY "Bruto anual:      " YE-YTD-GROSS
           DISPLAY "Salario gravable: " YE-YTD-TAXABLE-WAGES
           DISPLAY "Salario FICA:     " YE-YTD-FICA-WAGES
           DISPLAY "Impuesto federal: " YE-YTD-FEDERAL-TAX
           DISPLAY "Impuesto estatal: " YE-YTD-STATE-TAX
           DISPLAY "FICA:             " YE-YTD-FICA
           DISPLAY "Medicare:         " YE-YTD-MEDICARE
           DISPLAY "Seguro de salud:  " YE-YTD-HEALTH
           DISPLAY "Retiro:           " YE-YTD-RETIREMENT
           DISPLAY "401(k) patronal:  " YE-YTD-ER-MATCH
           DISPLAY "Compens. del plan:" YE-YTD-PLAN-COMP
           DISPLAY "Otras deducciones:" YE-YTD-OTHER-DEDUCT
           DISPLAY "Neto anual:       " YE-YTD-NET
           DISPLAY "===================================".
