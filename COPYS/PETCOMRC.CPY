      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWMRC.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWMRC.
