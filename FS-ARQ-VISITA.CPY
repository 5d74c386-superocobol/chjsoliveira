                   88 FS-VIS-SEM-PEDIDO      VALUES ARE "F" "f".
                   88 FS-VIS-NAO-ENCONTRADO  VALUES ARE "N" "n".
                   88 FS-VIS-RECUSADO        VALUES ARE "R" "r".
      * CHECK-IN DO PALMTOP: COORDENADA, HORARIOS (HHMMSS), DISTANCIA
      * ATE O CLIENTE, PERMANENCIA E RESULTADO DA VERIFICACAO
               10 FS-VIS-VL-LATITUDE     PIC S9(003)V9(008).
               10 FS-VIS-VL-LONGITUDE    PIC S9(003)V9(008).
               10 FS-VIS-HR-CHECKIN      PIC  9(006).
               10 FS-VIS-HR-CHECKOUT     PIC  9(006).
               10 FS-VIS-VL-DIST-KM      PIC  9(005)V9(003).
               10 FS-VIS-QT-MINUTOS      PIC  9(004).
               10 FS-VIS-IND-VERIFICACAO PIC  X(001).
                   88 FS-VIS-VERIFICADA         VALUE "V".
                   88 FS-VIS-DISTANTE           VALUE "D".
                   88 FS-VIS-CURTA              VALUE "C".
                   88 FS-VIS-DISTANTE-E-CURTA   VALUE "A".
                   88 FS-VIS-SEM-CHECKIN        VALUES ARE "S" SPACE.
                   88 FS-VIS-CLIENTE-SEM-COORD  VALUE "N".
                   88 FS-VIS-SINALIZADA         VALUES ARE "D" "C" "A".
               10 FILLER                 PIC  X(015).
