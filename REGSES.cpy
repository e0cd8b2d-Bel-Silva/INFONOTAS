               88  SES-EV-OPCION       VALUE 'O'.
               88  SES-EV-FIN          VALUE 'F'.
           05  SES-PROGRAMA   PIC X(08).
      *ESCUELA DE TRABAJO DE LA SESION; BLANCOS EN LOS EVENTOS
      *GRABADOS ANTES DEL CAMPO = 00 (TODAS).
           05  SES-ESCUELA    PIC 9(02).
