      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWPAQ.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWPAQ.
