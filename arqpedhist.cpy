               88  FSH-ST-APROVADO  VALUE "A".
               88  FSH-ST-FATURADO  VALUE "F".
               88  FSH-ST-CANCELADO VALUE "C".
               88  FSH-ST-PEND-DESCONTO VALUE "P".
           03  FSH-CANCELAMENTO.
               05  FSH-CANC-OPERADOR PIC X(008).
               05  FSH-CANC-DATA.
               88  FSH-ERP-PENDENTE  VALUES " " "N".
               88  FSH-ERP-ENVIADO   VALUE "S".
               88  FSH-ERP-REJEITADO VALUE "R".
           03  FSH-COND-PAGTO    PIC 9(003).
           03  FSH-DESCONTO.
               05  FSH-DESC-OPERADOR  PIC X(008).
               05  FSH-DESC-PERC-MAX  PIC 9(002)V9(002).
               05  FSH-DESC-LIBERADOR PIC X(008).
               05  FSH-DESC-LIB-DATA.
                   07  FSH-DESC-LIB-ANO PIC 9(002).
                   07  FSH-DESC-LIB-MES PIC 9(002).
                   07  FSH-DESC-LIB-DIA PIC 9(002).
